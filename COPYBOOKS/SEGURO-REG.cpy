      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE SEGURO PRESTAMISTA   <*
      *>                (SEGMST), UM REGISTRO POR PLANO DE PLANOMST   <*
      *>                SEGURADO, CHAVEADO PELO NUMERO DO PLANO. O    <*
      *>                SEGURADO E O TITULAR PRINCIPAL DA CONTA DO    <*
      *>                PLANO NA ADESAO. SITUACAO A = ATIVO (O PREMIO <*
      *>                SAI COM CADA PARCELA EM PLANO-SERVICO.COB),   <*
      *>                C = CANCELADO, E = ENCERRADO JUNTO COM O      <*
      *>                PLANO, S = SINISTRO AVISADO (SEGURADO         <*
      *>                FALECIDO; AS PARCELAS FICAM SUSPENSAS), I =   <*
      *>                SINISTRO INDENIZADO (PLANO QUITADO PELA       <*
      *>                SEGURADORA) E N = SINISTRO NEGADO (O PLANO    <*
      *>                VOLTA A SER COBRADO). MANTIDO POR             <*
      *>                SEGURO-MANUT.COB E SEGURO-SINISTRO.COB        <*
      *>                                                              <*
      *================================================================*

       01  SEGURO-REG.
           02  SEG_PLANO              PIC 9(07).
           02  SEG_CONTA              PIC 9(08).
           02  SEG_CPF                PIC X(11).
           02  SEG_SITUACAO           PIC X(01).
               88 SEG-ATIVO               VALUE "A".
               88 SEG-CANCELADO           VALUE "C".
               88 SEG-ENCERRADO           VALUE "E".
               88 SEG-SINISTRO-AVISADO    VALUE "S".
               88 SEG-SINISTRO-INDENIZADO VALUE "I".
               88 SEG-SINISTRO-NEGADO     VALUE "N".
           02  SEG_PREMIO_PARCELA     PIC 9(07)V99.
           02  SEG_DATA_ADESAO        PIC 9(08).
           02  SEG_DATA_CANCELAMENTO  PIC 9(08).
           02  SEG_DATA_SINISTRO      PIC 9(08).
           02  SEG_SALDO_SINISTRO     PIC 9(09)V99.
           02  SEG_VALOR_INDENIZADO   PIC 9(09)V99.
           02  SEG_OPERADOR           PIC X(08).
