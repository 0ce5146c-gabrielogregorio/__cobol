      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. APLICAUT-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO MESTRE DE ADESAO A APLICACAO     <*
      *>                AUTOMATICA EM CDB (APLICAUT) A PARTIR DO LOTE <*
      *>                APLAUTMANUT (FUNCAO A/C/D/I, CONTA, SALDO     <*
      *>                LIMITE, VALOR MINIMO, OPERADOR), NO MESMO     <*
      *>                IDIOMA DE LIMITE-CLIENTE-MANUT.COB. SO ADERE  <*
      *>                CONTA CORRENTE ATIVA EM REAIS DE CONTASDB, E  <*
      *>                TODA MUDANCA E AUDITADA VIA AUDIT-LOG COM     <*
      *>                VALOR ANTIGO E NOVO. A EXCLUSAO ENCERRA A     <*
      *>                ADESAO; AS APLICACOES JA FEITAS SEGUEM ATE O  <*
      *>                VENCIMENTO OU RESGATE NO BALCAO               <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT APLICAUT-FILE       ASSIGN TO "APLICAUT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS APLA_CONTA
               FILE STATUS        IS WRK-STATUS-APLA.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT MANUT-FILE          ASSIGN TO "APLAUTMANUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  APLICAUT-FILE.
           COPY APLICAUT-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 AMAN-FUNCAO             PIC X(01).
               88 AMAN-ADD                VALUE "A".
               88 AMAN-CHANGE             VALUE "C".
               88 AMAN-DELETE             VALUE "D".
               88 AMAN-INQUIRY            VALUE "I".
           02 AMAN-CONTA              PIC 9(08).
           02 AMAN-SALDO-LIMITE       PIC 9(09)V99.
           02 AMAN-VALOR-MINIMO       PIC 9(09)V99.
           02 AMAN-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-APLA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTERADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "APLICAUT-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".
       77  WRK-QTDE-SEM-PERMISSAO  PIC 9(07) VALUE ZEROS.

       01  WRK-VALORES-EDIT.
           02 WRK-LIMITE-EDIT      PIC 9(09).99.
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-MINIMO-EDIT      PIC 9(09).99.
           02 FILLER               PIC X(03) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-MANUT  THRU 2000-PROCESSAR-MANUT-EXIT
               UNTIL FIM-MANUT.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O APLICAUT-FILE.
           IF WRK-STATUS-APLA = "35"
               CLOSE APLICAUT-FILE
               OPEN OUTPUT APLICAUT-FILE
               CLOSE APLICAUT-FILE
               OPEN I-O APLICAUT-FILE
           END-IF.

           OPEN INPUT CONTA-FILE.

           OPEN INPUT MANUT-FILE.
           IF WRK-STATUS-MANUT NOT = "00"
               SET FIM-MANUT TO TRUE
           END-IF.

           IF NOT FIM-MANUT
               PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-MANUT.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           IF NOT AMAN-INQUIRY
               CALL "AUTORIZA-CHECK" USING AMAN-OPERADOR
                   WRK-AUT-FUNCAO WRK-AUT-RESULTADO
               IF AUT-RECUSADO
                   ADD 1 TO WRK-QTDE-SEM-PERMISSAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   DISPLAY "OPERADOR SEM PERMISSAO PARA MANTER "
                       "APLICACAO AUTOMATICA: " AMAN-OPERADOR
                   GO TO 2000-PROCESSAR-MANUT-LER
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN AMAN-ADD
                   PERFORM 3000-INCLUIR-ADESAO
                       THRU 3000-INCLUIR-ADESAO-EXIT
               WHEN AMAN-CHANGE
                   PERFORM 4000-ALTERAR-ADESAO
                       THRU 4000-ALTERAR-ADESAO-EXIT
               WHEN AMAN-DELETE
                   PERFORM 5000-EXCLUIR-ADESAO
                       THRU 5000-EXCLUIR-ADESAO-EXIT
               WHEN AMAN-INQUIRY
                   PERFORM 6000-CONSULTAR-ADESAO
                       THRU 6000-CONSULTAR-ADESAO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE MANUTENCAO INVALIDA: "
                       AMAN-FUNCAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
           END-EVALUATE.

       2000-PROCESSAR-MANUT-LER.
           PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT.
       2000-PROCESSAR-MANUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-MANUT.
      *----------------------------------------------------------------*
           READ MANUT-FILE.
           IF WRK-STATUS-MANUT = "10"
               SET FIM-MANUT TO TRUE
           END-IF.
       2100-LER-MANUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-INCLUIR-ADESAO.
      *----------------------------------------------------------------*
           IF AMAN-SALDO-LIMITE IS NOT NUMERIC
               OR AMAN-VALOR-MINIMO IS NOT NUMERIC
               OR AMAN-VALOR-MINIMO = ZEROS
               DISPLAY "LIMITE OU MINIMO INVALIDO, ADESAO REJEITADA: "
                   AMAN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-ADESAO-EXIT
           END-IF.

           MOVE AMAN-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ABERTA, ADESAO REJEITADA: "
                       AMAN-CONTA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-ADESAO-EXIT
           END-READ.

           IF NOT CONTA-ATIVA
               OR NOT CONTA-PROD-CORRENTE
               OR CONTA_MOEDA NOT = "BRL"
               DISPLAY "CONTA NAO E CORRENTE ATIVA EM REAIS, ADESAO "
                   "REJEITADA: " AMAN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-ADESAO-EXIT
           END-IF.

           MOVE AMAN-CONTA        TO APLA_CONTA.
           MOVE AMAN-SALDO-LIMITE TO APLA_SALDO_LIMITE.
           MOVE AMAN-VALOR-MINIMO TO APLA_VALOR_MINIMO.
           MOVE WRK-DATA-HOJE     TO APLA_DATA_ADESAO.
           MOVE AMAN-OPERADOR     TO APLA_OPERADOR.

           WRITE APLICAUT-REG
               INVALID KEY
                   DISPLAY "ADESAO JA EXISTE PARA A CONTA " AMAN-CONTA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-ADESAO-EXIT
           END-WRITE.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE AMAN-SALDO-LIMITE TO WRK-LIMITE-EDIT.
           MOVE AMAN-VALOR-MINIMO TO WRK-MINIMO-EDIT.
           MOVE WRK-VALORES-EDIT TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-ADESAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-ALTERAR-ADESAO.
      *----------------------------------------------------------------*
           IF AMAN-SALDO-LIMITE IS NOT NUMERIC
               OR AMAN-VALOR-MINIMO IS NOT NUMERIC
               OR AMAN-VALOR-MINIMO = ZEROS
               DISPLAY "LIMITE OU MINIMO INVALIDO, ALTERACAO "
                   "REJEITADA: " AMAN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-ADESAO-EXIT
           END-IF.

           MOVE AMAN-CONTA TO APLA_CONTA.
           READ APLICAUT-FILE
               INVALID KEY
                   DISPLAY "ADESAO NAO ENCONTRADA PARA ALTERAR, CONTA "
                       AMAN-CONTA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-ALTERAR-ADESAO-EXIT
           END-READ.

           MOVE APLA_SALDO_LIMITE TO WRK-LIMITE-EDIT.
           MOVE APLA_VALOR_MINIMO TO WRK-MINIMO-EDIT.
           MOVE WRK-VALORES-EDIT TO WRK-AUDIT-VALOR-ANTIGO.

           MOVE AMAN-SALDO-LIMITE TO APLA_SALDO_LIMITE.
           MOVE AMAN-VALOR-MINIMO TO APLA_VALOR_MINIMO.
           MOVE AMAN-OPERADOR     TO APLA_OPERADOR.
           REWRITE APLICAUT-REG.
           IF WRK-STATUS-APLA NOT = "00"
               DISPLAY "ERRO AO ALTERAR ADESAO DA CONTA " AMAN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-ADESAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ALTERADOS.
           MOVE AMAN-SALDO-LIMITE TO WRK-LIMITE-EDIT.
           MOVE AMAN-VALOR-MINIMO TO WRK-MINIMO-EDIT.
           MOVE WRK-VALORES-EDIT TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       4000-ALTERAR-ADESAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-EXCLUIR-ADESAO.
      *----------------------------------------------------------------*
           MOVE AMAN-CONTA TO APLA_CONTA.
           READ APLICAUT-FILE
               INVALID KEY
                   DISPLAY "ADESAO NAO ENCONTRADA PARA EXCLUIR, CONTA "
                       AMAN-CONTA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-ADESAO-EXIT
           END-READ.

           MOVE APLA_SALDO_LIMITE TO WRK-LIMITE-EDIT.
           MOVE APLA_VALOR_MINIMO TO WRK-MINIMO-EDIT.
           MOVE WRK-VALORES-EDIT TO WRK-AUDIT-VALOR-ANTIGO.

           DELETE APLICAUT-FILE
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR ADESAO DA CONTA "
                       AMAN-CONTA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-ADESAO-EXIT
           END-DELETE.

           ADD 1 TO WRK-QTDE-EXCLUIDOS.
           MOVE SPACES TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-EXCLUIR-ADESAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-CONSULTAR-ADESAO.
      *----------------------------------------------------------------*
           MOVE AMAN-CONTA TO APLA_CONTA.
           READ APLICAUT-FILE
               INVALID KEY
                   DISPLAY "ADESAO NAO ENCONTRADA, CONTA " AMAN-CONTA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 6000-CONSULTAR-ADESAO-EXIT
           END-READ.

           DISPLAY "CONTA........: " APLA_CONTA.
           DISPLAY "SALDO LIMITE.: " APLA_SALDO_LIMITE.
           DISPLAY "VALOR MINIMO.: " APLA_VALOR_MINIMO.
           DISPLAY "ADESAO EM....: " APLA_DATA_ADESAO.
       6000-CONSULTAR-ADESAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE "APLIC_AUTOMAT"  TO WRK-AUDIT-CAMPO.
           MOVE AMAN-CONTA       TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING AMAN-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE APLICAUT-FILE.
           CLOSE CONTA-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DE APLICACAO AUTOMATICA =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "ADESOES INCLUIDAS....: " WRK-QTDE-INCLUIDOS.
           DISPLAY "ADESOES ALTERADAS....: " WRK-QTDE-ALTERADOS.
           DISPLAY "ADESOES EXCLUIDAS....: " WRK-QTDE-EXCLUIDOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
