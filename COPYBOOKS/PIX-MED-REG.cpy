      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE NOTIFICACOES DO    <*
      *>                MECANISMO ESPECIAL DE DEVOLUCAO DO PIX        <*
      *>                (MEDREG), CHAVEADO PELO IDENTIFICADOR DA      <*
      *>                NOTIFICACAO DO BANCO CENTRAL, COM CHAVE       <*
      *>                ALTERNATIVA PELA CONTA RECEBEDORA PARA CONTAR <*
      *>                AS RECLAMACOES REPETIDAS. MANTIDO POR PIX-    <*
      *>                MED.COB: A NOTIFICACAO ABRE (A) COM BLOQUEIO  <*
      *>                CAUTELAR EM BLOQJUD (MED_BLOQ_CONTROLE) E     <*
      *>                FECHA DEVOLVIDA (D), COM DEBITO PIXD NA CONTA,<*
      *>                OU RECUSADA (R), COM O BLOQUEIO LIBERADO      <*
      *>                                                              <*
      *================================================================*

       01  MED-REG.
           02  MED_ID             PIC X(20).
           02  MED_E2E            PIC X(32).
           02  MED_ISPB_PAGADOR   PIC 9(08).
           02  MED_CHAVE          PIC X(36).
           02  MED_CONTA          PIC 9(08).
           02  MED_CPF            PIC X(11).
           02  MED_VALOR          PIC 9(09)V99.
           02  MED_DATA_PIX       PIC 9(08).
           02  MED_MOTIVO         PIC X(04).
           02  MED_SITUACAO       PIC X(01).
               88 MED-ABERTA          VALUE "A".
               88 MED-DEVOLVIDA       VALUE "D".
               88 MED-RECUSADA        VALUE "R".
           02  MED_BLOQ_CONTROLE  PIC 9(07).
           02  MED_DATA_ABERTURA  PIC 9(08).
           02  MED_DATA_DECISAO   PIC 9(08).
           02  MED_OPERADOR       PIC X(08).
