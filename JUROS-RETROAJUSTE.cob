      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  TODA DIFERENCA LANCADA NO SALDO GERA      <*
      *>                    TAMBEM O PAR BALANCEADO DE PARTIDAS EM    <*
      *>                    GLPARTIDA (JRAC NA DEVOLUCAO DE JUROS AO  <*
      *>                    CLIENTE, JRAD NA COBRANCA), LEVADO AO     <*
      *>                    RAZAO POR GL-PARTIDA-LANCA.COB; SEM OS    <*
      *>                    CODIGOS EM TRANSCOD OU SEM GLPARTIDA O    <*
      *>                    LOTE NAO E ACERTADO E O STEP TERMINA COM  <*
      *>                    RC=8                                      <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(90).

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTRANS      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-DEVOLUCAO      PIC X(04) VALUE "JRAC".
       77  WRK-COD-COBRANCA       PIC X(04) VALUE "JRAD".
       77  WRK-JRAC-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-JRAC-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-JRAD-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-JRAD-CREDITO       PIC 9(08) VALUE ZEROS.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".

           PERFORM 1050-OBTER-TAXAS THRU 1050-OBTER-TAXAS-EXIT.

           PERFORM 1100-PREPARAR-PARTIDAS
               THRU 1100-PREPARAR-PARTIDAS-EXIT.
           IF LANCAMENTO-RETIDO
               DISPLAY "JUROS-RETROAJUSTE: " WRK-MOTIVO-RETENCAO
                   " - LOTE JRAJPED NAO ACERTADO"
               MOVE 8 TO RETURN-CODE
               SET FIM-PED TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           MOVE WRK-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1050-OBTER-TAXAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A DIFERENCA MEXE NO SALDO DO CLIENTE, ENTAO TEM DE CHEGAR   *
      *>   AO RAZAO: OS PARES DE CONTAS DE JRAC/JRAD VEM DE TRANSCOD E *
      *>   AS PARTIDAS FICAM EM GLPARTIDA ATE GL-PARTIDA-LANCA.COB.    *
      *>   SEM ALGUM DELES O LOTE FICA PARA A PROXIMA RODADA           *
      *----------------------------------------------------------------*
       1100-PREPARAR-PARTIDAS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               MOVE "TABELA TRANSCOD INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
               GO TO 1100-PREPARAR-PARTIDAS-EXIT
           END-IF.
           MOVE WRK-COD-DEVOLUCAO TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO JRAC AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-JRAC-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-JRAC-CREDITO
           END-READ.
           MOVE WRK-COD-COBRANCA TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO JRAD AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-JRAD-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-JRAD-CREDITO
           END-READ.
           CLOSE TRANSCOD-FILE.
           IF LANCAMENTO-RETIDO
               GO TO 1100-PREPARAR-PARTIDAS-EXIT
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-STATUS-JORNAL NOT = "00"
               MOVE "GLPARTIDA INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
           END-IF.
       1100-PREPARAR-PARTIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD WRK-DIFERENCA TO CONTA_SALDO.
           REWRITE CONTA-REG.

           MOVE WRK-DATA-HOJE  TO GLJ_DATA.
           MOVE PED-CONTA      TO GLJ_CONTA_ORIGEM.
           IF WRK-DIFERENCA > ZEROS
               MOVE WRK-COD-DEVOLUCAO TO GLJ_CODIGO
               MOVE WRK-DIFERENCA     TO GLJ_VALOR
               MOVE WRK-JRAC-DEBITO   TO GLJ_CONTA_GL
               MOVE "D"               TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-JRAC-CREDITO  TO GLJ_CONTA_GL
               MOVE "C"               TO GLJ_DC
               WRITE JORNAL-REG
           ELSE
               MOVE WRK-COD-COBRANCA  TO GLJ_CODIGO
               COMPUTE GLJ_VALOR = WRK-DIFERENCA * -1
               MOVE WRK-JRAD-DEBITO   TO GLJ_CONTA_GL
               MOVE "D"               TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-JRAD-CREDITO  TO GLJ_CONTA_GL
               MOVE "C"               TO GLJ_DC
               WRITE JORNAL-REG
           END-IF.

           OPEN EXTEND HISTORICO-FILE.
           IF WRK-STATUS-HIST = "35"
               OPEN OUTPUT HISTORICO-FILE
               CLOSE CLIENTE-TRANS-FILE
               CLOSE RELATORIO-FILE
               CLOSE HISTORICO-K-FILE
               IF LANCAMENTO-LIBERADO
                   CLOSE JORNAL-FILE
               END-IF

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
