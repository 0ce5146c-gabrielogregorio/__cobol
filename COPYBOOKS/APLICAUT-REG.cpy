      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE ADESAO A APLICACAO   <*
      *>                AUTOMATICA EM CDB (APLICAUT): UM REGISTRO POR <*
      *>                CONTA QUE ADERIU, COM O SALDO LIMITE QUE FICA <*
      *>                NA CONTA E O VALOR MINIMO DE CADA APLICACAO.  <*
      *>                MANTIDO POR APLICAUT-MANUT.COB E LIDO NA      <*
      *>                VARREDURA NOTURNA APLICAUT-VARRE.COB          <*
      *>                                                              <*
      *================================================================*

       01  APLICAUT-REG.
           02  APLA_CONTA             PIC 9(08).
           02  APLA_SALDO_LIMITE      PIC 9(09)V99.
           02  APLA_VALOR_MINIMO      PIC 9(09)V99.
           02  APLA_DATA_ADESAO       PIC 9(08).
           02  APLA_OPERADOR          PIC X(08).
