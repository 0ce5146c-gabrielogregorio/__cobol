      *>                    (FATURA-PJ.COB). O CONJUNTO DE CONTAS PJ   <*
      *>                    E MONTADO DE CONTATIT+CLIMAST NA           <*
      *>                    INICIALIZACAO                              <*
      *>   15/10/2026  GGS  REGISTRO DE TRABALHO CHEQWRK ACOMPANHA O  <*
      *>                    CHEQPEND, QUE GANHOU O BANCO E A CONTA DO <*
      *>                    EMITENTE (CHQ_SACADO)                     <*
      *----------------------------------------------------------------*

      *================================================================*
           COPY CHEQUE-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(68).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.
