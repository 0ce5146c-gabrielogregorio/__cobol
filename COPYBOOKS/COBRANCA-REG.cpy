      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE DE CESSAO DE DIVIDAS  <*
      *>                AS AGENCIAS DE COBRANCA (COBRMST), UMA LINHA  <*
      *>                POR DIVIDA: MODALIDADE (AD = ADIANTAMENTO A   <*
      *>                DEPOSITANTE, NUMERO = CONTA; PL = PLANO DE    <*
      *>                PARCELAMENTO, NUMERO = PLN_NUMERO). A CHAVE   <*
      *>                POR DIVIDA GARANTE QUE ELA ESTEJA COM UMA SO  <*
      *>                AGENCIA. GRAVADO POR COBRANCA-CEDE.COB NA     <*
      *>                CESSAO MENSAL E ATUALIZADO POR                <*
      *>                COBRANCA-RETORNO.COB: ACORDO (C), PAGAMENTO   <*
      *>                CONFIRMADO (VALOR RECUPERADO, Q QUANDO A      <*
      *>                DIVIDA ZERA) E DEVOLUCAO SEM TRABALHO (D).    <*
      *>                DIVIDA DEVOLVIDA OU QUITADA PODE SER CEDIDA   <*
      *>                DE NOVO, REABRINDO A MESMA LINHA              <*
      *>                                                              <*
      *================================================================*

       01  COBRANCA-REG.
           02  COB-CHAVE.
               03 COB_MODALIDADE      PIC X(02).
                   88 COB-ADIANTAMENTO    VALUE "AD".
                   88 COB-PLANO           VALUE "PL".
               03 COB_NUMERO          PIC 9(08).
           02  COB_AGENCIA            PIC X(04).
           02  COB_CONTA              PIC 9(08).
           02  COB_CPF                PIC X(11).
           02  COB_FAIXA              PIC X(02).
           02  COB_DIAS_ATRASO        PIC 9(05).
           02  COB_VALOR_CEDIDO       PIC 9(09)V99.
           02  COB_VALOR_ACORDO       PIC 9(09)V99.
           02  COB_VALOR_RECUPERADO   PIC 9(09)V99.
           02  COB_DATA_CESSAO        PIC 9(08).
           02  COB_DATA_RETORNO       PIC 9(08).
           02  COB_SITUACAO           PIC X(01).
               88 COB-CEDIDA              VALUE "A".
               88 COB-ACORDO              VALUE "C".
               88 COB-DEVOLVIDA           VALUE "D".
               88 COB-QUITADA             VALUE "Q".
               88 COB-EM-COBRANCA         VALUE "A" "C".
