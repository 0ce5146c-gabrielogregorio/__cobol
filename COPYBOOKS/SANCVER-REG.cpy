      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE DE VERSOES DA LISTA   <*
      *>                DE SANCOES (SANCVER): UM REGISTRO POR FONTE   <*
      *>                COM A ULTIMA VERSAO CARREGADA. SANCAO-        <*
      *>                CARGA.COB SO ACEITA VERSAO MAIOR QUE A        <*
      *>                REGISTRADA E, A CADA VERSAO NOVA, DISPARA A   <*
      *>                REVARREDURA DA BASE (SANCAO-VARREDURA.COB)    <*
      *>                                                              <*
      *================================================================*

       01  SANCVER-REG.
           02  SVR_FONTE              PIC X(04).
           02  SVR_VERSAO             PIC 9(06).
           02  SVR_DATA_LISTA         PIC 9(08).
           02  SVR_DATA_CARGA         PIC 9(08).
           02  SVR_QTDE               PIC 9(07).
           02  SVR_OPERADOR           PIC X(08).
