      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GL-SALDO-ROLA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ROLAGEM NOTURNA DO MESTRE DE SALDOS DO RAZAO   <*
      *>                (GLSALDO): O DIARIO GLJORNAL SO TRAZ O        <*
      *>                MOVIMENTO DO DIA E NINGUEM GUARDAVA O SALDO   <*
      *>                CORRENTE DAS CONTAS DE RAZAO. PARA CADA CONTA <*
      *>                JA CONHECIDA NO MESTRE OU MOVIMENTADA HOJE, O <*
      *>                REGISTRO DO DIA RECEBE COMO ABERTURA O        <*
      *>                FECHAMENTO MAIS RECENTE ANTERIOR A HOJE, SOMA <*
      *>                AS PARTIDAS DE HOJE E GRAVA O FECHAMENTO -    <*
      *>                CONTA SEM MOVIMENTO TAMBEM GANHA O REGISTRO   <*
      *>                DO DIA, PARA A CONSULTA POR DATA NAO PRECISAR <*
      *>                PROCURAR PARA TRAS. RODAR DE NOVO NO MESMO    <*
      *>                DIA REGRAVA O REGISTRO DE HOJE A PARTIR DO    <*
      *>                MESMO FECHAMENTO ANTERIOR, SEM DOBRAR O       <*
      *>                MOVIMENTO. PARTIDA DE OUTRA DATA NAO ENTRA E  <*
      *>                E CONTADA NO RESUMO. RODA TODA NOITE DEPOIS   <*
      *>                DE DIARIO-CONCILIA                            <*
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
           SELECT JORNAL-FILE         ASSIGN TO "GLJORNAL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

           SELECT GLSALDO-FILE        ASSIGN TO "GLSALDO"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS GLS-CHAVE
               FILE STATUS        IS WRK-STATUS-GLS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

       FD  GLSALDO-FILE.
           COPY GLSALDO-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GLS         PIC X(02) VALUE SPACES.

       77  WRK-FIM-JORNAL         PIC X(01) VALUE "N".
           88 FIM-JORNAL              VALUE "S".
       77  WRK-FIM-GLS            PIC X(01) VALUE "N".
           88 FIM-GLS                 VALUE "S".
       77  WRK-ACHOU              PIC X(01) VALUE "N".
           88 ACHOU                   VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-BUSCA-CONTA        PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-PARTIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OUTRA-DATA    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GRAVADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REGRAVADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESTOURO       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS     PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   UMA LINHA POR CONTA DE RAZAO: FECHAMENTO ANTERIOR A HOJE,   *
      *>   SE JA HA REGISTRO DE HOJE (RERODADA) E O MOVIMENTO DO DIA   *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONTAS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CONTAS.
           02 WRK-CT-ITEM  OCCURS 3000 TIMES
                            INDEXED BY WRK-CT-IDX.
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-SALDO-ANT     PIC S9(13)V99.
               03 WRK-CT-TEM-HOJE      PIC X(01).
               03 WRK-CT-DEBITOS       PIC 9(13)V99.
               03 WRK-CT-CREDITOS      PIC 9(13)V99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1100-LER-MESTRE        THRU 1100-LER-MESTRE-EXIT
               UNTIL FIM-GLS.
           PERFORM 2000-SOMAR-JORNAL      THRU 2000-SOMAR-JORNAL-EXIT
               UNTIL FIM-JORNAL.
           PERFORM 3000-GRAVAR-SALDO      THRU 3000-GRAVAR-SALDO-EXIT
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-MAX-CONTAS.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT JORNAL-FILE.
           IF WRK-STATUS-JORNAL NOT = "00"
               SET FIM-JORNAL TO TRUE
           END-IF.

           OPEN I-O GLSALDO-FILE.
           IF WRK-STATUS-GLS = "35"
               OPEN OUTPUT GLSALDO-FILE
               CLOSE GLSALDO-FILE
               OPEN I-O GLSALDO-FILE
           END-IF.
           IF WRK-STATUS-GLS NOT = "00"
               DISPLAY "GL-SALDO-ROLA: GLSALDO INDISPONIVEL, STATUS "
                   WRK-STATUS-GLS " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MESTRE VEM EM ORDEM DE CONTA E DATA: O ULTIMO REGISTRO    *
      *>   ANTERIOR A HOJE DE CADA CONTA E O QUE VALE COMO ABERTURA    *
      *----------------------------------------------------------------*
       1100-LER-MESTRE.
      *----------------------------------------------------------------*
           READ GLSALDO-FILE NEXT RECORD.
           IF WRK-STATUS-GLS NOT = "00"
               SET FIM-GLS TO TRUE
               GO TO 1100-LER-MESTRE-EXIT
           END-IF.

           IF GLS_DATA > WRK-DATA-HOJE
               GO TO 1100-LER-MESTRE-EXIT
           END-IF.

           MOVE GLS_CONTA TO WRK-BUSCA-CONTA.
           PERFORM 8000-ACHAR-CONTA THRU 8000-ACHAR-CONTA-EXIT.
           IF NOT ACHOU
               GO TO 1100-LER-MESTRE-EXIT
           END-IF.

           IF GLS_DATA = WRK-DATA-HOJE
               MOVE "S" TO WRK-CT-TEM-HOJE (WRK-CT-IDX)
           ELSE
               MOVE GLS_SALDO_FECHAMENTO
                   TO WRK-CT-SALDO-ANT (WRK-CT-IDX)
           END-IF.
       1100-LER-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-SOMAR-JORNAL.
      *----------------------------------------------------------------*
           READ JORNAL-FILE.
           IF WRK-STATUS-JORNAL NOT = "00"
               SET FIM-JORNAL TO TRUE
               GO TO 2000-SOMAR-JORNAL-EXIT
           END-IF.

           IF GLJ_DATA NOT = WRK-DATA-HOJE
               ADD 1 TO WRK-QTDE-OUTRA-DATA
               GO TO 2000-SOMAR-JORNAL-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARTIDAS.

           MOVE GLJ_CONTA_GL TO WRK-BUSCA-CONTA.
           PERFORM 8000-ACHAR-CONTA THRU 8000-ACHAR-CONTA-EXIT.
           IF NOT ACHOU
               GO TO 2000-SOMAR-JORNAL-EXIT
           END-IF.

           IF GLJ_DC = "D"
               ADD GLJ_VALOR TO WRK-CT-DEBITOS (WRK-CT-IDX)
               ADD GLJ_VALOR TO WRK-TOTAL-DEBITOS
           ELSE
               ADD GLJ_VALOR TO WRK-CT-CREDITOS (WRK-CT-IDX)
               ADD GLJ_VALOR TO WRK-TOTAL-CREDITOS
           END-IF.
       2000-SOMAR-JORNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-GRAVAR-SALDO.
      *----------------------------------------------------------------*
           MOVE WRK-CT-CONTA (WRK-CT-IDX)     TO GLS_CONTA.
           MOVE WRK-DATA-HOJE                 TO GLS_DATA.
           MOVE WRK-CT-SALDO-ANT (WRK-CT-IDX) TO GLS_SALDO_ABERTURA.
           MOVE WRK-CT-DEBITOS (WRK-CT-IDX)   TO GLS_DEBITOS.
           MOVE WRK-CT-CREDITOS (WRK-CT-IDX)  TO GLS_CREDITOS.
           COMPUTE GLS_SALDO_FECHAMENTO =
               WRK-CT-SALDO-ANT (WRK-CT-IDX)
               + WRK-CT-DEBITOS (WRK-CT-IDX)
               - WRK-CT-CREDITOS (WRK-CT-IDX).

           IF WRK-CT-TEM-HOJE (WRK-CT-IDX) = "S"
               REWRITE GLSALDO-REG
               ADD 1 TO WRK-QTDE-REGRAVADAS
           ELSE
               WRITE GLSALDO-REG
               ADD 1 TO WRK-QTDE-GRAVADAS
           END-IF.
       3000-GRAVAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-ACHAR-CONTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           SET WRK-CT-IDX TO 1.
           SEARCH WRK-CT-ITEM
               VARYING WRK-CT-IDX
               AT END
                   CONTINUE
               WHEN WRK-CT-IDX > WRK-MAX-CONTAS
                   CONTINUE
               WHEN WRK-CT-CONTA (WRK-CT-IDX) = WRK-BUSCA-CONTA
                   SET ACHOU TO TRUE
           END-SEARCH.
           IF ACHOU
               GO TO 8000-ACHAR-CONTA-EXIT
           END-IF.

           IF WRK-MAX-CONTAS = 3000
               ADD 1 TO WRK-QTDE-ESTOURO
               DISPLAY "TABELA DE CONTAS DE RAZAO CHEIA, CONTA "
                   WRK-BUSCA-CONTA " FICOU DE FORA"
               GO TO 8000-ACHAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-CONTAS.
           SET WRK-CT-IDX TO WRK-MAX-CONTAS.
           MOVE WRK-BUSCA-CONTA TO WRK-CT-CONTA (WRK-CT-IDX).
           MOVE ZEROS           TO WRK-CT-SALDO-ANT (WRK-CT-IDX).
           MOVE "N"             TO WRK-CT-TEM-HOJE (WRK-CT-IDX).
           MOVE ZEROS           TO WRK-CT-DEBITOS (WRK-CT-IDX).
           MOVE ZEROS           TO WRK-CT-CREDITOS (WRK-CT-IDX).
           SET ACHOU TO TRUE.
       8000-ACHAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE JORNAL-FILE.
           CLOSE GLSALDO-FILE.

           IF WRK-QTDE-ESTOURO > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "===== SALDOS DO RAZAO =====".
           DISPLAY "PARTIDAS DO DIA......: " WRK-QTDE-PARTIDAS.
           DISPLAY "PARTIDAS OUTRA DATA..: " WRK-QTDE-OUTRA-DATA.
           DISPLAY "CONTAS GRAVADAS......: " WRK-QTDE-GRAVADAS.
           DISPLAY "CONTAS REGRAVADAS....: " WRK-QTDE-REGRAVADAS.
           DISPLAY "TOTAL DE DEBITOS.....: " WRK-TOTAL-DEBITOS.
           DISPLAY "TOTAL DE CREDITOS....: " WRK-TOTAL-CREDITOS.
           IF WRK-QTDE-ESTOURO > ZEROS
               DISPLAY "CONTAS FORA DO MESTRE: " WRK-QTDE-ESTOURO
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
