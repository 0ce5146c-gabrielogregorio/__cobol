      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  REGISTRO DE TRABALHO PLANOWRK AMPLIADO    <*
      *>                    PARA 80 POSICOES, ACOMPANHANDO O CET      <*
      *>                    GRAVADO NO PLANO (PLANO-REG)              <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
           COPY PLANO-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(80).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.
