      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTRATO DE CAMBIO DE CLIENTE  <*
      *>                (CAMBCTR), CHAVEADO PELO NUMERO DO CONTRATO:  <*
      *>                OPERACAO (C = CLIENTE COMPRA A MOEDA          <*
      *>                ESTRANGEIRA, V = CLIENTE VENDE), AS DUAS      <*
      *>                CONTAS LIQUIDADAS, A TAXA DE REFERENCIA DE    <*
      *>                CAMBIOTAB COM A DATA DA COTACAO, O SPREAD DO  <*
      *>                SEGMENTO, A TAXA FECHADA COM O CLIENTE, O     <*
      *>                IOF-CAMBIO PELA FINALIDADE E O LIQUIDO EM BRL <*
      *>                LANCADO NA CONTA. GRAVADO POR                 <*
      *>                CAMBIO-CONTRATA.COB NO FECHAMENTO, ANTES DO   <*
      *>                MOVIMENTO DA LIQUIDACAO EM ACUMTRANS; LIDO POR<*
      *>                CAMBIO-POSICAO.COB PARA O RELATORIO DIARIO DE <*
      *>                CONTRATOS E POSICAO POR MOEDA                 <*
      *>                                                              <*
      *================================================================*

       01  CAMBCTR-REG.
           02  CCTR_NUMERO            PIC 9(10).
           02  CCTR_DATA              PIC 9(08).
           02  CCTR_HORA              PIC 9(06).
           02  CCTR_OPERACAO          PIC X(01).
               88 CCTR-COMPRA             VALUE "C".
               88 CCTR-VENDA              VALUE "V".
           02  CCTR_CPF               PIC X(11).
           02  CCTR_SEGMENTO          PIC X(02).
           02  CCTR_CONTA_BRL         PIC 9(08).
           02  CCTR_CONTA_ME          PIC 9(08).
           02  CCTR_MOEDA             PIC X(03).
           02  CCTR_VALOR_ME          PIC 9(09)V99.
           02  CCTR_TAXA_REFERENCIA   PIC 9(05)V9(06).
           02  CCTR_DATA_COTACAO      PIC 9(08).
           02  CCTR_SPREAD_PCT        PIC 9(02)V99.
           02  CCTR_TAXA_CLIENTE      PIC 9(05)V9(06).
           02  CCTR_VALOR_BRL         PIC 9(11)V99.
           02  CCTR_SPREAD_BRL        PIC 9(09)V99.
           02  CCTR_FINALIDADE        PIC X(02).
           02  CCTR_IOF_ALIQUOTA      PIC 9(02)V99.
           02  CCTR_IOF_VALOR         PIC 9(09)V99.
           02  CCTR_LIQUIDO_BRL       PIC 9(11)V99.
           02  CCTR_SITUACAO          PIC X(01).
               88 CCTR-LIQUIDADO          VALUE "L".
           02  CCTR_OPERADOR          PIC X(08).
           02  CCTR_FILIAL            PIC 9(04).
           02  CCTR_CANAL             PIC X(03).
           02  FILLER                 PIC X(20).
