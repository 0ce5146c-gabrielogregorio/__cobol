      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GL-MANUAL-RELATORIO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RELATORIO MENSAL DAS NOTAS DE LANCAMENTO       <*
      *>                MANUAL DO RAZAO (GLMANMST). LISTA TODA NOTA   <*
      *>                DIGITADA NO MES DE REFERENCIA - LANCADA,      <*
      *>                NEGADA OU AINDA PENDENTE - COM QUEM DIGITOU E <*
      *>                QUANDO, QUEM DECIDIU E QUANDO, TOTAL,         <*
      *>                HISTORICO E AS PARTIDAS. O MES VEM DO         <*
      *>                PARAMETRO GLMANMES (AAAAMM, VIA               <*
      *>                PARAMETRO-LE.COB); SEM ELE, O MES CORRENTE.   <*
      *>                NOTA PENDENTE NO RELATORIO DA RETURN-CODE 4   <*
      *>                PARA A CONTABILIDADE COBRAR A DECISAO         <*
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
           SELECT MANUAL-FILE         ASSIGN TO "GLMANMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS GLM-CHAVE
               FILE STATUS        IS WRK-STATUS-GLM.

           SELECT RELATORIO-FILE      ASSIGN TO "GLMANMREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  MANUAL-FILE.
           COPY GLMANUAL-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-GLM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-MANUAL         PIC X(01) VALUE "N".
           88 FIM-MANUAL              VALUE "S".
       77  WRK-NOTA-DO-MES        PIC X(01) VALUE "N".
           88 NOTA-DO-MES             VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-MES-REF            PIC 9(06) VALUE ZEROS.
       77  WRK-MES-NOTA           PIC 9(06) VALUE ZEROS.

       77  WRK-QTDE-NOTAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LANCADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NEGADAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-LANCADO      PIC 9(13)V99 VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-MES     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-MES6        PIC 9(06).
           02 FILLER               PIC X(14).

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-TITULO.
           02 FILLER               PIC X(45)
               VALUE "NOTAS DE LANCAMENTO MANUAL DO RAZAO - MES ".
           02 WRK-LT-MES           PIC 9(06).

       01  WRK-LINHA-NOTA.
           02 FILLER               PIC X(05) VALUE "NOTA ".
           02 WRK-LN-NUMERO        PIC 9(07).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LN-SITUACAO      PIC X(08).
           02 FILLER               PIC X(09) VALUE " DIGITOU ".
           02 WRK-LN-OPER-ENTRADA  PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LN-DATA-ENTRADA  PIC 9(08).
           02 FILLER               PIC X(09) VALUE " DECIDIU ".
           02 WRK-LN-OPER-APROV    PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LN-DATA-DECISAO  PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LN-TOTAL         PIC Z(10)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LN-HISTORICO     PIC X(30).

       01  WRK-LINHA-PARTIDA.
           02 FILLER               PIC X(08) VALUE SPACES.
           02 WRK-LP-LINHA         PIC 9(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-CONTA-GL      PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-DC            PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-VALOR         PIC Z(08)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-HISTORICO     PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-MANUAL        THRU 2000-LER-MANUAL-EXIT
               UNTIL FIM-MANUAL.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-REF = WRK-DATA-HOJE / 100.

           MOVE "GLMANMES" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:6) IS NUMERIC
               AND WRK-PARM-VALOR (1:6) NOT = "000000"
               MOVE WRK-PARM-MES6 TO WRK-MES-REF
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE WRK-MES-REF      TO WRK-LT-MES.
           MOVE WRK-LINHA-TITULO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN INPUT MANUAL-FILE.
           IF WRK-STATUS-GLM NOT = "00"
               MOVE "NENHUMA NOTA MANUAL CADASTRADA" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               SET FIM-MANUAL TO TRUE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MESTRE VEM EM ORDEM DE NOTA E LINHA: O CABECALHO (LINHA   *
      *>   000) DECIDE SE AS PARTIDAS QUE O SEGUEM ENTRAM NO RELATORIO *
      *----------------------------------------------------------------*
       2000-LER-MANUAL.
      *----------------------------------------------------------------*
           READ MANUAL-FILE NEXT RECORD.
           IF WRK-STATUS-GLM NOT = "00"
               SET FIM-MANUAL TO TRUE
               GO TO 2000-LER-MANUAL-EXIT
           END-IF.

           IF GLM_LINHA = ZEROS
               PERFORM 2100-LISTAR-NOTA THRU 2100-LISTAR-NOTA-EXIT
               GO TO 2000-LER-MANUAL-EXIT
           END-IF.

           IF NOTA-DO-MES
               MOVE GLM_LINHA      TO WRK-LP-LINHA
               MOVE GLM_CONTA_GL   TO WRK-LP-CONTA-GL
               MOVE GLM_DC         TO WRK-LP-DC
               MOVE GLM_VALOR      TO WRK-LP-VALOR
               MOVE GLM_HIST_LINHA TO WRK-LP-HISTORICO
               MOVE WRK-LINHA-PARTIDA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
       2000-LER-MANUAL-EXIT.
           EXIT.

       2100-LISTAR-NOTA.
           MOVE "N" TO WRK-NOTA-DO-MES.
           COMPUTE WRK-MES-NOTA = GLM_DATA_ENTRADA / 100.
           IF WRK-MES-NOTA NOT = WRK-MES-REF
               GO TO 2100-LISTAR-NOTA-EXIT
           END-IF.

           SET NOTA-DO-MES TO TRUE.
           ADD 1 TO WRK-QTDE-NOTAS.
           EVALUATE TRUE
               WHEN GLM-LANCADO
                   ADD 1 TO WRK-QTDE-LANCADAS
                   ADD GLM_TOTAL TO WRK-VALOR-LANCADO
                   MOVE "LANCADA"  TO WRK-LN-SITUACAO
               WHEN GLM-NEGADO
                   ADD 1 TO WRK-QTDE-NEGADAS
                   MOVE "NEGADA"   TO WRK-LN-SITUACAO
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-PENDENTES
                   MOVE "PENDENTE" TO WRK-LN-SITUACAO
           END-EVALUATE.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE GLM_NUMERO       TO WRK-LN-NUMERO.
           MOVE GLM_OPER_ENTRADA TO WRK-LN-OPER-ENTRADA.
           MOVE GLM_DATA_ENTRADA TO WRK-LN-DATA-ENTRADA.
           MOVE GLM_OPER_APROV   TO WRK-LN-OPER-APROV.
           MOVE GLM_DATA_DECISAO TO WRK-LN-DATA-DECISAO.
           MOVE GLM_TOTAL        TO WRK-LN-TOTAL.
           MOVE GLM_HISTORICO    TO WRK-LN-HISTORICO.
           MOVE WRK-LINHA-NOTA   TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2100-LISTAR-NOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE MANUAL-FILE.
           CLOSE RELATORIO-FILE.

           IF WRK-QTDE-PENDENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== LANCAMENTOS MANUAIS - RELATORIO MENSAL =====".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "NOTAS NO MES.........: " WRK-QTDE-NOTAS.
           DISPLAY "LANCADAS.............: " WRK-QTDE-LANCADAS.
           DISPLAY "NEGADAS..............: " WRK-QTDE-NEGADAS.
           DISPLAY "PENDENTES............: " WRK-QTDE-PENDENTES.
           DISPLAY "VALOR LANCADO........: " WRK-VALOR-LANCADO.
       9000-FINALIZAR-EXIT.
           EXIT.
