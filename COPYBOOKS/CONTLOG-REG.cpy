      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO LOG DE CONTINGENCIA (CONTLOG): <*
      *>                UMA LINHA POR TRANSACAO APROVADA OFFLINE POR  <*
      *>                CONTINGENCIA-AUTORIZA.COB, COM A AGENCIA, O   <*
      *>                OPERADOR E O NUMERO DA AUTORIZACAO. NASCE     <*
      *>                PENDENTE (P) E VIRA CONCILIADA (C) QUANDO     <*
      *>                CONTINGENCIA-CONFERE.COB ACHA O LANCAMENTO    <*
      *>                EFETIVAMENTE POSTADO NO MOVIMENTO DA NOITE    <*
      *>                                                              <*
      *================================================================*

       01  CONTLOG-REG.
           02  CTL_AUTORIZACAO        PIC 9(06).
           02  CTL_DATA               PIC 9(08).
           02  CTL_HORA               PIC 9(06).
           02  CTL_FILIAL             PIC 9(04).
           02  CTL_OPERADOR           PIC X(08).
           02  CTL_CONTA              PIC 9(08).
           02  CTL_TIPO               PIC X(01).
               88 CTL-DEBITO              VALUE "D".
               88 CTL-CREDITO             VALUE "C".
           02  CTL_VALOR              PIC 9(09)V99.
           02  CTL_SITUACAO           PIC X(01).
               88 CTL-PENDENTE            VALUE "P".
               88 CTL-CONCILIADA          VALUE "C".
           02  CTL_DATA_CONCILIA      PIC 9(08).
           02  FILLER                 PIC X(10).
