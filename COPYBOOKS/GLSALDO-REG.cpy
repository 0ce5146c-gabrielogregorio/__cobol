      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE SALDOS DO RAZAO      <*
      *>                (GLSALDO): UM REGISTRO POR CONTA DE RAZAO E   <*
      *>                DATA, COM SALDO DE ABERTURA, DEBITOS E        <*
      *>                CREDITOS DO DIA E SALDO DE FECHAMENTO. SALDO  <*
      *>                POSITIVO E DEVEDOR, NEGATIVO E CREDOR         <*
      *>                (FECHAMENTO = ABERTURA + DEBITOS - CREDITOS). <*
      *>                GRAVADO TODA NOITE POR GL-SALDO-ROLA.COB A    <*
      *>                PARTIR DE GLJORNAL (A ABERTURA DE HOJE E O    <*
      *>                FECHAMENTO MAIS RECENTE DA CONTA), UMA UNICA  <*
      *>                VEZ NA IMPLANTACAO POR GL-SALDO-ABERTURA.COB  <*
      *>                (SALDOS INICIAIS DAS CONTAS DE CONTROLE) E    <*
      *>                LIDO POR GL-CONCILIA.COB NA CONFERENCIA DAS   <*
      *>                CONTAS DE CONTROLE CONTRA OS SUBSISTEMAS      <*
      *>                                                              <*
      *================================================================*

       01  GLSALDO-REG.
           02  GLS-CHAVE.
               03 GLS_CONTA           PIC 9(08).
               03 GLS_DATA            PIC 9(08).
           02  GLS_SALDO_ABERTURA     PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02  GLS_DEBITOS            PIC 9(13)V99.
           02  GLS_CREDITOS           PIC 9(13)V99.
           02  GLS_SALDO_FECHAMENTO   PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
