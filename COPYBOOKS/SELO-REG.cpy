      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE SELO DE            <*
      *>                INTEGRIDADE (SELOMST), UM POR ARQUIVO MESTRE: <*
      *>                CONTAGEM DE REGISTROS E HASH GRAVADOS POR     <*
      *>                ARQUIVO-SELO.COB. LIDO TAMBEM POR             <*
      *>                LAYOUT-CONVERTE.COB, QUE CONFRONTA A CONTAGEM <*
      *>                E O HASH DO SELO ANTES E DEPOIS DA CONVERSAO  <*
      *>                DE LAYOUT                                     <*
      *>                                                              <*
      *================================================================*

       01  SELO-REG.
           02 SELO_ARQUIVO            PIC X(08).
           02 SELO_DATA               PIC 9(08).
           02 SELO_HORA               PIC 9(08).
           02 SELO_QTDE               PIC 9(09).
           02 SELO_HASH               PIC 9(13)V99.
