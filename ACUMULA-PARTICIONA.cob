      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  FATIAS DE CONTASDB ACOMPANHAM O REGISTRO  <*
      *>                    DE CONTA, QUE GANHOU O CODIGO DO PRODUTO  <*
      *>                    (CONTA_COD_PRODUTO): RESTO PASSA A 17     <*
      *>                    POSICOES                                  <*
      *>   15/10/2026  GGS  FATIAS DE CONTASDB ACOMPANHAM O MARCADOR  <*
      *>                    DE VERSAO DO LAYOUT (CONTA_LAYOUT): RESTO <*
      *>                    PASSA A 19 POSICOES                       <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
       FD  CONTA1-FILE.
       01  CONTA1-REG.
           02 CON1-NUMERO         PIC 9(08).
           02 CON1-RESTO          PIC X(19).

       FD  CONTA2-FILE.
       01  CONTA2-REG.
           02 CON2-NUMERO         PIC 9(08).
           02 CON2-RESTO          PIC X(19).

       FD  CONTA3-FILE.
       01  CONTA3-REG.
           02 CON3-NUMERO         PIC 9(08).
           02 CON3-RESTO          PIC X(19).

       FD  CONTA4-FILE.
       01  CONTA4-REG.
           02 CON4-NUMERO         PIC 9(08).
           02 CON4-RESTO          PIC X(19).

       FD  CONTROLE-FILE.
       01  CONTROLE-REG.
