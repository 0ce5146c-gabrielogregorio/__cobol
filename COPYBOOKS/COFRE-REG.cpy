      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE POSICAO DO COFRE DE  <*
      *>                NUMERARIO POR FILIAL (COFREMST): SALDO DE     <*
      *>                ABERTURA E SALDO DE FECHAMENTO DA DATA DA     <*
      *>                ULTIMA APURACAO. SE A APURACAO DO DIA FOR     <*
      *>                REPETIDA, O FECHAMENTO E REFEITO A PARTIR DA  <*
      *>                ABERTURA GUARDADA, SEM SOMAR O DIA DUAS       <*
      *>                VEZES. GRAVADO POR NUMERARIO-FECHA.COB        <*
      *>                                                              <*
      *================================================================*

       01  COFRE-REG.
           02  COF_FILIAL             PIC 9(04).
           02  COF_DATA_POSICAO       PIC 9(08).
           02  COF_SALDO_ABERTURA     PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02  COF_SALDO_FECHAMENTO   PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
