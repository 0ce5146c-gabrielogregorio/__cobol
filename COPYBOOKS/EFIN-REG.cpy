      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE DA E-FINANCEIRA       <*
      *>                (EFINMST): O QUE JA FOI DECLARADO A RECEITA   <*
      *>                FEDERAL POR SEMESTRE (EFM_PERIODO AAAAS),     <*
      *>                CONTA E TITULAR - CREDITOS E DEBITOS DE CADA  <*
      *>                MES DO SEMESTRE E O SALDO NO ULTIMO DIA.      <*
      *>                GRAVADO POR EFINANCEIRA-GERA.COB NA PRIMEIRA  <*
      *>                DECLARACAO E REGRAVADO A CADA RETIFICACAO: A  <*
      *>                NOVA APURACAO DO MESMO SEMESTRE (APOS JUROS-  <*
      *>                RETROAJUSTE OU LANCAMENTO RETROAGIDO) SO      <*
      *>                ENVIA O QUE DIVERGE DE EFM_VALORES, COM O     <*
      *>                PROTOCOLO DA DECLARACAO ORIGINAL              <*
      *>                                                              <*
      *================================================================*

       01  EFIN-REG.
           02  EFM-CHAVE.
               03 EFM_PERIODO         PIC 9(05).
               03 EFM_CONTA           PIC 9(08).
               03 EFM_CPF             PIC X(11).
           02  EFM_TIPO_PESSOA        PIC X(01).
               88 EFM-PESSOA-FISICA       VALUE "F".
               88 EFM-PESSOA-JURIDICA     VALUE "J".
           02  EFM_DOCUMENTO          PIC X(14).
           02  EFM_VALORES.
               03 EFM_CREDITOS        PIC 9(11)V99 OCCURS 6 TIMES.
               03 EFM_DEBITOS         PIC 9(11)V99 OCCURS 6 TIMES.
               03 EFM_SALDO_FINAL     PIC S9(11)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
           02  EFM_PROTOCOLO_ORIGINAL PIC 9(07).
           02  EFM_PROTOCOLO_ULTIMO   PIC 9(07).
           02  EFM_DATA_ENVIO         PIC 9(08).
           02  EFM_RETIFICACOES       PIC 9(03).
