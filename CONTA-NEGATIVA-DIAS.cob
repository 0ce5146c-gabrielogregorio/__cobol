      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  SALDO DEVEDOR COBERTO POR CHEQUE ESPECIAL <*
      *>                    VIGENTE (CHESPMST) NAO CONTA COMO         <*
      *>                    NEGATIVO: SO O EXCESSO SOBRE O LIMITE     <*
      *>                    ENTRA NOS DIAS CONSECUTIVOS E NO VALOR DA <*
      *>                    FAIXA; LIMITE RETIRADO OU VENCIDO VOLTA A <*
      *>                    TRATAR O SALDO INTEIRO                    <*

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANSIC.

           SELECT CHESP-FILE          ASSIGN TO "CHESPMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CHESP_CONTA
               FILE STATUS        IS WRK-STATUS-CHESP.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
           02 TRS_FAIXA_NOVA      PIC X(02).
           02 TRS_DATA            PIC 9(08).

       FD  CHESP-FILE.
           COPY CHESP-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-NEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANSIC     PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHESP       PIC X(02) VALUE SPACES.
       77  WRK-CHESP-ABERTO       PIC X(01) VALUE "N".
           88 CHESP-ABERTO            VALUE "S".
       77  WRK-SALDO-EXCEDENTE    PIC S9(11)V99 VALUE ZEROS.

       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".
               SET FIM-CONTA TO TRUE
           END-IF.

           OPEN INPUT CHESP-FILE.
           IF WRK-STATUS-CHESP = "00"
               SET CHESP-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT NEGDIAS-FILE.
           OPEN OUTPUT TRANSICAO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-CONTAS.

           MOVE CONTA_SALDO TO WRK-SALDO-EXCEDENTE.
           IF CONTA_SALDO < ZEROS
               PERFORM 2200-ABATER-LIMITE THRU 2200-ABATER-LIMITE-EXIT
           END-IF.

           IF WRK-SALDO-EXCEDENTE < ZEROS
               PERFORM 3000-ATUALIZAR-NEGATIVA
                   THRU 3000-ATUALIZAR-NEGATIVA-EXIT
           ELSE
       2100-LER-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O USO DO CHEQUE ESPECIAL VIGENTE E CREDITO CONTRATADO: SO   *
      *>   O QUE PASSA DO LIMITE E NEGATIVO NAO AUTORIZADO             *
      *----------------------------------------------------------------*
       2200-ABATER-LIMITE.
      *----------------------------------------------------------------*
           IF NOT CHESP-ABERTO
               GO TO 2200-ABATER-LIMITE-EXIT
           END-IF.
           MOVE CONTA_NUMERO TO CHESP_CONTA.
           READ CHESP-FILE
               INVALID KEY
                   GO TO 2200-ABATER-LIMITE-EXIT
           END-READ.
           IF CHESP-VIGENTE
               AND CHESP_DATA_VENCIMENTO NOT < WRK-DATA-HOJE
               ADD CHESP_LIMITE TO WRK-SALDO-EXCEDENTE
           END-IF.
       2200-ABATER-LIMITE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-ATUALIZAR-NEGATIVA.
      *----------------------------------------------------------------*
           WRITE NEGDIAS-REG.

           ADD 1 TO WRK-FX-QTDE (WRK-FAIXA-IDX).
           ADD WRK-SALDO-EXCEDENTE TO WRK-FX-VALOR (WRK-FAIXA-IDX).
       3000-ATUALIZAR-NEGATIVA-EXIT.
           EXIT.

           CLOSE NEGDIAS-FILE.
           CLOSE TRANSICAO-FILE.
           CLOSE RELATORIO-FILE.
           IF CHESP-ABERTO
               CLOSE CHESP-FILE
           END-IF.

           DISPLAY "===== DIAS CONSECUTIVOS EM NEGATIVO =====".
           DISPLAY "CONTAS VERIFICADAS...: " WRK-QTDE-CONTAS.
