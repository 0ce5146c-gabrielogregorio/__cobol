      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA AGENDA DE RECADASTRAMENTO      <*
      *>                (KYCMST), UM REGISTRO POR CLIENTE CHAVEADO    <*
      *>                PELO CLIENTE_CPF: DATA DA ULTIMA REVISAO (OU  <*
      *>                DO INICIO DA AGENDA), CLASSE DE RISCO QUE     <*
      *>                DEFINIU O PRAZO E DATA DA PROXIMA REVISAO     <*
      *>                (KYC-PRAZO.COB). KYC-AGENDA.COB ABRE A        <*
      *>                REVISAO NO VENCIMENTO, AVISA O CLIENTE E      <*
      *>                RESTRINGE QUEM PASSA DA CARENCIA; CLIENTE-    <*
      *>                MASTER.COB AGENDA NA INCLUSAO E FECHA A       <*
      *>                REVISAO. CREDITO-DECISAO.COB E CHEQLIVRO-     <*
      *>                EMITE.COB RECUSAM CLIENTE RESTRITO            <*
      *>                                                              <*
      *================================================================*

       01  KYC-REG.
           02  KYC_CPF                PIC X(11).
           02  KYC_RISCO              PIC X(01).
           02  KYC_DATA_ULTIMA        PIC 9(08).
           02  KYC_DATA_PROXIMA       PIC 9(08).
           02  KYC_SITUACAO           PIC X(01).
               88 KYC-EM-DIA              VALUE "E".
               88 KYC-ABERTA              VALUE "A".
               88 KYC-RESTRITA            VALUE "R".
           02  KYC_DATA_ABERTURA      PIC 9(08).
           02  KYC_FILIAL             PIC 9(04).
           02  KYC_OPERADOR           PIC X(08).
