      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE EXTRACONTABIL DE      <*
      *>                CREDITOS BAIXADOS COMO PREJUIZO (PREJMST).    <*
      *>                CADA BAIXA GUARDA A OPERACAO DE ORIGEM (MESMA <*
      *>                CHAVE MODALIDADE + NUMERO DE PROVMST) E A     <*
      *>                DATA DA BAIXA, A CONTA, O CPF DO TITULAR      <*
      *>                PRINCIPAL, A FILIAL E O VALOR ORIGINAL        <*
      *>                BAIXADO. GRAVADO POR PREJUIZO-BAIXA.COB; O    <*
      *>                PAGAMENTO POSTERIOR DO CLIENTE ENTRA POR      <*
      *>                PREJUIZO-RECUPERA.COB, QUE ACUMULA O VALOR    <*
      *>                RECUPERADO (CHAVE ALTERNATIVA PELO CPF) E     <*
      *>                FECHA A BAIXA QUANDO O RECUPERADO ALCANCA O   <*
      *>                BAIXADO. A SAFRA DA BAIXA E O ANO/MES DE      <*
      *>                PREJ_DATA_BAIXA                               <*
      *>                                                              <*
      *================================================================*

       01  PREJUIZO-REG.
           02  PREJ-CHAVE.
               03 PREJ_MODALIDADE     PIC X(02).
               03 PREJ_NUMERO         PIC 9(08).
               03 PREJ_DATA_BAIXA     PIC 9(08).
               03 PREJ-SAFRA REDEFINES PREJ_DATA_BAIXA.
                   04 PREJ_SAFRA_ANOMES   PIC 9(06).
                   04 FILLER              PIC 9(02).
           02  PREJ_CONTA             PIC 9(08).
           02  PREJ_CPF               PIC X(11).
           02  PREJ_FILIAL            PIC 9(04).
           02  PREJ_DIAS_ATRASO       PIC 9(05).
           02  PREJ_VALOR_BAIXADO     PIC 9(11)V99.
           02  PREJ_VALOR_RECUPERADO  PIC 9(11)V99.
           02  PREJ_DATA_ULT_RECUP    PIC 9(08).
           02  PREJ_SITUACAO          PIC X(01).
               88 PREJ-EM-ABERTO          VALUE "A".
               88 PREJ-RECUPERADO         VALUE "R".
