      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SEGURO-REPASSE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REPASSE MENSAL A SEGURADORA DOS PREMIOS DE     <*
      *>                SEGURO PRESTAMISTA COBRADOS NO MES DE         <*
      *>                REFERENCIA (O ANTERIOR AO DA RODADA, OU O     <*
      *>                INFORMADO EM SEGREPREF NO MESTRE DE           <*
      *>                PARAMETROS, COMO AAAAMM), LIDOS DO MOVIMENTO  <*
      *>                SEGPREM ANEXADO POR PLANO-SERVICO.COB.        <*
      *>                ARQUIVO SEGREM EM LAYOUT FIXO DE 80 POSICOES: <*
      *>                HEADER COM A COMPETENCIA, UM DETALHE POR      <*
      *>                PREMIO E TRAILER COM QUANTIDADE E VALOR       <*
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
           SELECT PREMIO-FILE         ASSIGN TO "SEGPREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SPR.

           SELECT REMESSA-FILE        ASSIGN TO "SEGREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PREMIO-FILE.
           COPY SEGPREM-REG.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-SPR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.

       77  WRK-FIM-SPR            PIC X(01) VALUE "N".
           88 FIM-SPR                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-MES-REF            PIC 9(06) VALUE ZEROS.
       01  WRK-MES-REF-R REDEFINES WRK-MES-REF.
           02 WRK-REF-ANO         PIC 9(04).
           02 WRK-REF-MES         PIC 9(02).

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REPASSADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-REPASSADO    PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REMESSA A SEGURADORA: HEADER, DETALHES E TRAILER            *
      *----------------------------------------------------------------*
       01  WRK-REM-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-RH-COMPET        PIC 9(06).
           02 WRK-RH-DATA          PIC 9(08).
           02 FILLER               PIC X(30)
               VALUE "REPASSE PREMIO PRESTAMISTA".
           02 FILLER               PIC X(35) VALUE SPACES.

       01  WRK-REM-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-RD-SEQ           PIC 9(07).
           02 WRK-RD-PLANO         PIC 9(07).
           02 WRK-RD-CPF           PIC X(11).
           02 WRK-RD-CONTA         PIC 9(08).
           02 WRK-RD-DATA          PIC 9(08).
           02 WRK-RD-PARCELA       PIC 9(03).
           02 WRK-RD-VALOR         PIC 9(07)V99.
           02 FILLER               PIC X(26) VALUE SPACES.

       01  WRK-REM-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-RT-QTDE          PIC 9(07).
           02 WRK-RT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-REPASSAR-PREMIO   THRU 2000-REPASSAR-PREMIO-EXIT
               UNTIL FIM-SPR.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   MES DE REFERENCIA: O ANTERIOR AO DA RODADA, SALVO SEGREPREF *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.

           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-REF.
           IF WRK-REF-MES = 1
               MOVE 12 TO WRK-REF-MES
               SUBTRACT 1 FROM WRK-REF-ANO
           ELSE
               SUBTRACT 1 FROM WRK-REF-MES
           END-IF.

           MOVE "SEGREPREF " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:6) IS NUMERIC
               AND WRK-PARM-VALOR (5:2) > "00"
               AND WRK-PARM-VALOR (5:2) < "13"
               MOVE WRK-PARM-VALOR (1:6) TO WRK-MES-REF
           END-IF.

           OPEN INPUT PREMIO-FILE.
           IF WRK-STATUS-SPR NOT = "00"
               DISPLAY "MOVIMENTO DE PREMIOS SEGPREM AUSENTE"
               SET FIM-SPR TO TRUE
           END-IF.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-MES-REF   TO WRK-RH-COMPET.
           MOVE WRK-DATA-HOJE TO WRK-RH-DATA.
           MOVE WRK-REM-HEADER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-REPASSAR-PREMIO.
      *----------------------------------------------------------------*
           READ PREMIO-FILE.
           IF WRK-STATUS-SPR NOT = "00"
               SET FIM-SPR TO TRUE
               GO TO 2000-REPASSAR-PREMIO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS.
           IF SPR_DATA (1:6) NOT = WRK-MES-REF
               GO TO 2000-REPASSAR-PREMIO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-REPASSADOS.
           ADD SPR_VALOR TO WRK-TOTAL-REPASSADO.

           MOVE WRK-QTDE-REPASSADOS TO WRK-RD-SEQ.
           MOVE SPR_PLANO   TO WRK-RD-PLANO.
           MOVE SPR_CPF     TO WRK-RD-CPF.
           MOVE SPR_CONTA   TO WRK-RD-CONTA.
           MOVE SPR_DATA    TO WRK-RD-DATA.
           MOVE SPR_PARCELA TO WRK-RD-PARCELA.
           MOVE SPR_VALOR   TO WRK-RD-VALOR.
           MOVE WRK-REM-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
       2000-REPASSAR-PREMIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-REPASSADOS TO WRK-RT-QTDE.
           MOVE WRK-TOTAL-REPASSADO TO WRK-RT-VALOR.
           MOVE WRK-REM-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE PREMIO-FILE.
           CLOSE REMESSA-FILE.

           DISPLAY "===== REPASSE DO SEGURO PRESTAMISTA =====".
           DISPLAY "COMPETENCIA..........: " WRK-MES-REF.
           DISPLAY "PREMIOS LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "PREMIOS REPASSADOS...: " WRK-QTDE-REPASSADOS.
           DISPLAY "VALOR REPASSADO......: " WRK-TOTAL-REPASSADO.
       9000-FINALIZAR-EXIT.
           EXIT.
