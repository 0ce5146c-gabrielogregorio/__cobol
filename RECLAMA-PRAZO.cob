      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RECLAMA-PRAZO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ACOMPANHAMENTO DIARIO DOS PRAZOS DE RESPOSTA   <*
      *>                DAS RECLAMACOES (RECLAMST). TODA RECLAMACAO   <*
      *>                AINDA ABERTA COM PRAZO VENCIDO SAI NO         <*
      *>                RELATORIO RECLVENC COM OS DIAS DE ATRASO      <*
      *>                (DIAS-CORRIDOS-IDADE.COB), E AS QUE VENCEM    <*
      *>                HOJE SAEM COMO AVISO, SEPARADAS POR SAC E     <*
      *>                OUVIDORIA. HAVENDO ALGUMA VENCIDA, O STEP     <*
      *>                TERMINA COM RC=4 PARA O TURNO COBRAR A AREA   <*
      *>                RESPONSAVEL. SEM RECLAMST NAO HA O QUE        <*
      *>                ACOMPANHAR E O STEP TERMINA LIMPO             <*
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
           SELECT RECLAMA-FILE        ASSIGN TO "RECLAMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS RECL_PROTOCOLO
               FILE STATUS        IS WRK-STATUS-RECL.

           SELECT RELATORIO-FILE      ASSIGN TO "RECLVENC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  RECLAMA-FILE.
           COPY RECLAMA-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RECL        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-RECL           PIC X(01) VALUE "N".
           88 FIM-RECL                VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO        PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENC-SAC      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENC-OUV      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-HOJE-SAC      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-HOJE-OUV      PIC 9(07) VALUE ZEROS.
       77  WRK-MAIOR-ATRASO       PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHA DO RELATORIO                                          *
      *----------------------------------------------------------------*
       01  WRK-LINHA-DETALHE.
           02 WRK-LD-SITUACAO      PIC X(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-PROTOCOLO     PIC 9(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-INSTANCIA     PIC X(09).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-CATEGORIA     PIC X(04).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-LD-CPF           PIC X(11).
           02 FILLER               PIC X(10) VALUE " ABERTURA ".
           02 WRK-LD-ABERTURA      PIC 9(08).
           02 FILLER               PIC X(07) VALUE " PRAZO ".
           02 WRK-LD-PRAZO         PIC 9(08).
           02 FILLER               PIC X(08) VALUE " ATRASO ".
           02 WRK-LD-ATRASO        PIC ZZ9.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-RECLAMACAO
               THRU 2000-PROCESSAR-RECLAMACAO-EXIT
               UNTIL FIM-RECL.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "RECLAMACOES ABERTAS VENCIDAS E A VENCER HOJE" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN INPUT RECLAMA-FILE.
           IF WRK-STATUS-RECL NOT = "00"
               SET FIM-RECL TO TRUE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO RECLAMACAO ABERTA CONTA; SOLUCIONADA OU CANCELADA JA     *
      *>   RESPONDEU AO CLIENTE                                        *
      *----------------------------------------------------------------*
       2000-PROCESSAR-RECLAMACAO.
      *----------------------------------------------------------------*
           READ RECLAMA-FILE NEXT RECORD.
           IF WRK-STATUS-RECL NOT = "00"
               SET FIM-RECL TO TRUE
               GO TO 2000-PROCESSAR-RECLAMACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDAS.

           IF NOT RECL-ABERTA
               GO TO 2000-PROCESSAR-RECLAMACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ABERTAS.

           IF RECL_DATA_PRAZO > WRK-DATA-HOJE
               GO TO 2000-PROCESSAR-RECLAMACAO-EXIT
           END-IF.

           IF RECL_DATA_PRAZO = WRK-DATA-HOJE
               MOVE "VENCE HOJE" TO WRK-LD-SITUACAO
               MOVE ZEROS TO WRK-DIAS-ATRASO
               IF RECL-OUVIDORIA
                   ADD 1 TO WRK-QTDE-HOJE-OUV
               ELSE
                   ADD 1 TO WRK-QTDE-HOJE-SAC
               END-IF
           ELSE
               MOVE "VENCIDA" TO WRK-LD-SITUACAO
               CALL "DIAS-CORRIDOS-IDADE" USING RECL_DATA_PRAZO
                   WRK-DATA-HOJE WRK-DIAS-ATRASO
               IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                   MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
               END-IF
               IF RECL-OUVIDORIA
                   ADD 1 TO WRK-QTDE-VENC-OUV
               ELSE
                   ADD 1 TO WRK-QTDE-VENC-SAC
               END-IF
           END-IF.

           PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT.
       2000-PROCESSAR-RECLAMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-LISTAR.
      *----------------------------------------------------------------*
           MOVE RECL_PROTOCOLO     TO WRK-LD-PROTOCOLO.
           IF RECL-OUVIDORIA
               MOVE "OUVIDORIA" TO WRK-LD-INSTANCIA
           ELSE
               MOVE "SAC"       TO WRK-LD-INSTANCIA
           END-IF.
           MOVE RECL_CATEGORIA     TO WRK-LD-CATEGORIA.
           MOVE RECL_CPF           TO WRK-LD-CPF.
           MOVE RECL_DATA_ABERTURA TO WRK-LD-ABERTURA.
           MOVE RECL_DATA_PRAZO    TO WRK-LD-PRAZO.
           MOVE WRK-DIAS-ATRASO    TO WRK-LD-ATRASO.
           MOVE WRK-LINHA-DETALHE  TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3000-LISTAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RECLAMA-FILE.
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND (WRK-QTDE-VENC-SAC > ZEROS
                    OR WRK-QTDE-VENC-OUV > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== PRAZOS DE RECLAMACOES =====".
           DISPLAY "RECLAMACOES LIDAS....: " WRK-QTDE-LIDAS.
           DISPLAY "AINDA ABERTAS........: " WRK-QTDE-ABERTAS.
           DISPLAY "VENCIDAS SAC.........: " WRK-QTDE-VENC-SAC.
           DISPLAY "VENCIDAS OUVIDORIA...: " WRK-QTDE-VENC-OUV.
           DISPLAY "VENCEM HOJE SAC......: " WRK-QTDE-HOJE-SAC.
           DISPLAY "VENCEM HOJE OUVIDORIA: " WRK-QTDE-HOJE-OUV.
           DISPLAY "MAIOR ATRASO (DIAS)..: " WRK-MAIOR-ATRASO.
       9000-FINALIZAR-EXIT.
           EXIT.
