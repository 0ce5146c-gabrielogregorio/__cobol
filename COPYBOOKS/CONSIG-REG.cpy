      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTRATO DE CREDITO CONSIGNADO <*
      *>                EM FOLHA (CONSIGMST), CHAVEADO PELO NUMERO DO <*
      *>                CONTRATO E COM CHAVE ALTERNATIVA PELO CPF,    <*
      *>                USADA NA APURACAO DA MARGEM. O CRONOGRAMA E   <*
      *>                DERIVADO COMO NO PLANO DE PARCELAMENTO:       <*
      *>                PARCELAS 1..QTDE-1 VALEM VALOR_PARCELA E A    <*
      *>                ULTIMA VALE VALOR_ULTIMA; PROX_PARCELA E      <*
      *>                PROX_COMPET (AAAAMM DA FOLHA) DIZEM O QUE O   <*
      *>                EMPREGADOR DEVE DESCONTAR. GRAVADO POR        <*
      *>                CONSIG-CONCEDE.COB, LIQUIDADO PELO REPASSE DO <*
      *>                EMPREGADOR (CONSIG-REPASSE.COB) E, NO         <*
      *>                DESLIGAMENTO, PASSADO A COBRANCA NA CONTA     <*
      *>                (SITUACAO C) POR CONSIG-DESCONTO.COB          <*
      *>                                                              <*
      *================================================================*

       01  CONSIG-REG.
           02  CSG_NUMERO             PIC 9(08).
           02  CSG_CPF                PIC X(11).
           02  CSG_CNPJ               PIC X(14).
           02  CSG_CONTA              PIC 9(08).
           02  CSG_VALOR_LIBERADO     PIC 9(09)V99.
           02  CSG_TAXA_MES           PIC 9(02)V99.
           02  CSG_VALOR_TOTAL        PIC 9(09)V99.
           02  CSG_QTDE               PIC 9(03).
           02  CSG_VALOR_PARCELA      PIC 9(09)V99.
           02  CSG_VALOR_ULTIMA       PIC 9(09)V99.
           02  CSG_PROX_PARCELA       PIC 9(03).
           02  CSG_PROX_COMPET        PIC 9(06).
           02  CSG_DATA_CONTRATO      PIC 9(08).
           02  CSG_DATA_ULT_REPASSE   PIC 9(08).
           02  CSG_SITUACAO           PIC X(01).
               88 CSG-ATIVO               VALUE "A".
               88 CSG-QUITADO             VALUE "Q".
               88 CSG-COBRANCA-CONTA      VALUE "C".
