      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE APROPRIACAO DIARIA   <*
      *>                DOS JUROS DO DEPOSITO A PRAZO (CDBAPROP): UM  <*
      *>                REGISTRO POR APLICACAO DE CDBMST, COM O       <*
      *>                RENDIMENTO JA APROPRIADO (PROVISAO DE JUROS A <*
      *>                PAGAR), A DATA DA ULTIMA APROPRIACAO E A      <*
      *>                SITUACAO. QUANDO A APLICACAO E RESGATADA OU   <*
      *>                LIQUIDADA O ACUMULADO E ESTORNADO, ZERADO E A <*
      *>                SITUACAO PASSA A ESTORNADA. GRAVADO E LIDO    <*
      *>                SOMENTE POR CDB-APROPRIA.COB                  <*
      *>                                                              <*
      *================================================================*

       01  CDBAPROP-REG.
           02  CAPR_NUMERO            PIC 9(08).
           02  CAPR_ACUMULADO         PIC 9(09)V99.
           02  CAPR_DATA_ULTIMA       PIC 9(08).
           02  CAPR_DATA_ESTORNO      PIC 9(08).
           02  CAPR_SITUACAO          PIC X(01).
               88 CAPR-APROPRIANDO        VALUE "A".
               88 CAPR-ESTORNADA          VALUE "E".
