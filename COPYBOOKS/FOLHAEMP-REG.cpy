      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO HISTORICO DE CREDITOS DE       <*
      *>                SALARIO POR EMPREGADO (FOLHAEMP), ANEXADO POR <*
      *>                FOLHA-CARGA.COB A CADA CREDITO FOLH POSTADO:  <*
      *>                DATA, CNPJ DO EMPREGADOR, CPF, CONTA E VALOR  <*
      *>                LIQUIDO. FOLHACTR SO GUARDA A QUANTIDADE POR  <*
      *>                LOTE; E DAQUI QUE O CREDITO CONSIGNADO TIRA O <*
      *>                SALARIO DA MARGEM (CONSIG-CONCEDE.COB) E O    <*
      *>                DESLIGAMENTO DO EMPREGADO                     <*
      *>                (CONSIG-DESCONTO.COB)                         <*
      *>                                                              <*
      *================================================================*

       01  FOLHAEMP-REG.
           02  FEMP_DATA              PIC 9(08).
           02  FEMP_CNPJ              PIC X(14).
           02  FEMP_CPF               PIC X(11).
           02  FEMP_CONTA             PIC 9(08).
           02  FEMP_VALOR             PIC 9(09)V99.
