      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  SEGURO PRESTAMISTA: PLANO COM SEGURO      <*
      *>                    ATIVO EM SEGMST TEM O PREMIO DEBITADO     <*
      *>                    (CODIGO PRST) JUNTO DE CADA PARCELA E     <*
      *>                    ANOTADO EM SEGPREM PARA O REPASSE; PLANO  <*
      *>                    COM SINISTRO AVISADO NAO TEM PARCELA      <*
      *>                    POSTADA ATE A DECISAO DA SEGURADORA       <*
      *>   15/10/2026  GGS  REGISTRO DE TRABALHO PLANOWRK AMPLIADO    <*
      *>                    PARA 80 POSICOES, ACOMPANHANDO O CET      <*
      *>                    GRAVADO NO PLANO (PLANO-REG)              <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT SEGURO-FILE         ASSIGN TO "SEGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SEG_PLANO
               FILE STATUS        IS WRK-STATUS-SEG.

           SELECT PREMIO-FILE         ASSIGN TO "SEGPREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SPR.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
           COPY PLANO-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(80).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  SEGURO-FILE.
           COPY SEGURO-REG.

       FD  PREMIO-FILE.
           COPY SEGPREM-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SPR         PIC X(02) VALUE SPACES.

       77  WRK-SEGUROS-ABERTO     PIC X(01) VALUE "N".
           88 SEGUROS-ABERTO          VALUE "S".
       77  WRK-SITUACAO-SEGURO    PIC X(01) VALUE SPACES.
           88 PLANO-SEGURADO          VALUE "A".
           88 PLANO-EM-SINISTRO       VALUE "S".

       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-QTDE-QUITADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-POSTADO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-PREMIOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PREMIOS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTDE-SUSPENSAS     PIC 9(05) VALUE ZEROS.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN INPUT SEGURO-FILE.
           IF WRK-STATUS-SEG = "00"
               SET SEGUROS-ABERTO TO TRUE
               OPEN EXTEND PREMIO-FILE
               IF WRK-STATUS-SPR = "35"
                   OPEN OUTPUT PREMIO-FILE
               END-IF
           END-IF.

           IF NOT FIM-PLN
               PERFORM 2100-LER-PLANO THRU 2100-LER-PLANO-EXIT
           END-IF.

           IF PLN-ATIVO
               AND PLN_PROX_VENC <= WRK-DATA-HOJE
               PERFORM 2500-CONFERIR-SEGURO
                   THRU 2500-CONFERIR-SEGURO-EXIT
               IF PLANO-EM-SINISTRO
                   ADD 1 TO WRK-QTDE-SUSPENSAS
               ELSE
                   PERFORM 3000-POSTAR-PARCELA
                       THRU 3000-POSTAR-PARCELA-EXIT
               END-IF
           END-IF.

           WRITE TRABALHO-REG FROM PLANO-REG.
       2100-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SITUACAO DO SEGURO PRESTAMISTA DO PLANO; SEM REGISTRO EM    *
      *>   SEGMST O PLANO NAO E SEGURADO                               *
      *----------------------------------------------------------------*
       2500-CONFERIR-SEGURO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-SITUACAO-SEGURO.
           IF NOT SEGUROS-ABERTO
               GO TO 2500-CONFERIR-SEGURO-EXIT
           END-IF.

           MOVE PLN_NUMERO TO SEG_PLANO.
           READ SEGURO-FILE
               INVALID KEY
                   GO TO 2500-CONFERIR-SEGURO-EXIT
           END-READ.
           MOVE SEG_SITUACAO TO WRK-SITUACAO-SEGURO.
       2500-CONFERIR-SEGURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-POSTAR-PARCELA.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-POSTADAS.
           ADD WRK-VALOR-PARCELA TO WRK-TOTAL-POSTADO.

           IF PLANO-SEGURADO
               AND SEG_PREMIO_PARCELA > ZEROS
               PERFORM 3500-POSTAR-PREMIO
                   THRU 3500-POSTAR-PREMIO-EXIT
           END-IF.

           IF PLN_PROX_VENC < WRK-DATA-HOJE
               PERFORM 4000-POSTAR-ENCARGOS
                   THRU 4000-POSTAR-ENCARGOS-EXIT
       3000-POSTAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PREMIO DO SEGURO PRESTAMISTA: DEBITO PROPRIO (PRST) PARA O  *
      *>   EXTRATO SEPARAR DA PARCELA, ANOTADO EM SEGPREM PARA O       *
      *>   REPASSE MENSAL A SEGURADORA                                 *
      *----------------------------------------------------------------*
       3500-POSTAR-PREMIO.
      *----------------------------------------------------------------*
           MOVE PLN_CONTA          TO TRANS_CONTA.
           MOVE "D"                TO TRANS_TIPO.
           MOVE SEG_PREMIO_PARCELA TO TRANS_VALOR.
           MOVE "BRL"              TO TRANS_MOEDA.
           MOVE "PRST"             TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM
               THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           MOVE WRK-DATA-HOJE      TO SPR_DATA.
           MOVE PLN_NUMERO         TO SPR_PLANO.
           MOVE PLN_CONTA          TO SPR_CONTA.
           MOVE SEG_CPF            TO SPR_CPF.
           MOVE PLN_PROX_PARCELA   TO SPR_PARCELA.
           MOVE SEG_PREMIO_PARCELA TO SPR_VALOR.
           WRITE SEGPREM-REG.

           ADD 1 TO WRK-QTDE-PREMIOS.
           ADD SEG_PREMIO_PARCELA TO WRK-TOTAL-PREMIOS.
       3500-POSTAR-PREMIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PARCELA POSTADA APOS O VENCIMENTO: MULTA FIXA MAIS MORA     *
      *>   POR DIA UTIL DE ATRASO (IDADE POR DIAS-UTEIS-IDADE.COB),    *
           CLOSE PLANO-FILE.
           CLOSE TRABALHO-FILE.
           CLOSE TRANSACAO-FILE.
           IF SEGUROS-ABERTO
               CLOSE SEGURO-FILE
               CLOSE PREMIO-FILE
           END-IF.

           OPEN INPUT TRABALHO-FILE.
           OPEN OUTPUT PLANO-FILE.
           DISPLAY "PARCELAS EM ATRASO...: " WRK-QTDE-ATRASADAS.
           DISPLAY "ENCARGOS POSTADOS....: " WRK-TOTAL-ENCARGOS.
           DISPLAY "PLANOS QUITADOS......: " WRK-QTDE-QUITADOS.
           DISPLAY "PREMIOS DE SEGURO....: " WRK-QTDE-PREMIOS.
           DISPLAY "VALOR DOS PREMIOS....: " WRK-TOTAL-PREMIOS.
           DISPLAY "SUSPENSAS P/ SINISTRO: " WRK-QTDE-SUSPENSAS.
       9000-FINALIZAR-EXIT.
           EXIT.
