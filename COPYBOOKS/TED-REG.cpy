      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE TED ENVIADAS       <*
      *>                (TEDREG), CHAVEADO PELO NUMERO DE CONTROLE    <*
      *>                DA TED, O MESMO QUE SEGUE NA MENSAGEM DO STR  <*
      *>                (TEDSTR) E QUE A INSTITUICAO DE DESTINO       <*
      *>                DEVOLVE QUANDO RECUSA O CREDITO. O DESTINO    <*
      *>                (ISPB, AGENCIA E CONTA) TEM O MESMO DESENHO   <*
      *>                DE PORTSAL. GRAVADO POR TED-ENVIO.COB E       <*
      *>                ATUALIZADO POR TED-DEVOLUCAO.COB, QUE         <*
      *>                CREDITA O VALOR DE VOLTA AO CLIENTE E GUARDA  <*
      *>                O MOTIVO DA DEVOLUCAO                         <*
      *>                                                              <*
      *================================================================*

       01  TED-REG.
           02  TED_NUMERO         PIC 9(07).
           02  TED_CONTA          PIC 9(08).
           02  TED_CPF            PIC X(11).
           02  TED_ISPB           PIC X(08).
           02  TED_AGENCIA        PIC 9(04).
           02  TED_CONTA_DEST     PIC 9(10).
           02  TED_DOC_DEST       PIC X(14).
           02  TED_VALOR          PIC 9(09)V99.
           02  TED_TARIFA         PIC 9(09)V99.
           02  TED_DATA           PIC 9(08).
           02  TED_HORA           PIC 9(04).
           02  TED_SITUACAO       PIC X(01).
               88 TED-ENVIADA         VALUE "E".
               88 TED-DEVOLVIDA       VALUE "D".
           02  TED_MOTIVO_DEV     PIC X(04).
           02  TED_DATA_DEV       PIC 9(08).
           02  TED_OPERADOR       PIC X(08).
