      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO ARQUIVO DE CONTINGENCIA DAS    <*
      *>                AGENCIAS (CONTINGEN), CHAVEADO PELA CONTA,    <*
      *>                PUBLICADO POR CONTINGENCIA-GERA.COB QUANDO A  <*
      *>                NOITE TERMINA EM NOGO: SALDO DA ULTIMA FOTO   <*
      *>                CERTIFICADA (SALDOSNAP), SALDO DA POSICAO     <*
      *>                PARCIAL DO DIA (POSPARC), DISPONIVEL          <*
      *>                CONSERVADOR (O MENOR DOS DOIS, MENOS OS       <*
      *>                BLOQUEIOS E A MARGEM CONTMARGEM) E TETO DE    <*
      *>                SAQUE OFFLINE PELA CLASSE DE RISCO DO         <*
      *>                TITULAR. CTG_CONSUMIDO ACUMULA OS DEBITOS     <*
      *>                APROVADOS OFFLINE POR CONTINGENCIA-AUTORIZA.  <*
      *>                COB                                           <*
      *>                                                              <*
      *================================================================*

       01  CONTING-REG.
           02  CTG_CONTA              PIC 9(08).
           02  CTG_DATA_FOTO          PIC 9(08).
           02  CTG_DATA_PUBLICACAO    PIC 9(08).
           02  CTG_CPF                PIC X(11).
           02  CTG_RISCO              PIC X(01).
           02  CTG_STATUS             PIC X(01).
           02  CTG_SALDO_FOTO         PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02  CTG_SALDO_PARCIAL      PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02  CTG_DISPONIVEL         PIC 9(09)V99.
           02  CTG_TETO               PIC 9(09)V99.
           02  CTG_CONSUMIDO          PIC 9(09)V99.
           02  FILLER                 PIC X(20).
