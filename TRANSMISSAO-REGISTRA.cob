      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TRANSMISSAO-REGISTRA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REGISTRO DE TRANSMISSAO DOS ARQUIVOS QUE SAEM  <*
      *>                DA CASA (COAFREM, SCREXP, CLIEXPRT, COSIFEXP, <*
      *>                ESTBANEXP, EXTRPJ, BOLETOS, COMPLIQ E         <*
      *>                DIRFEXP): CHAMADO PELO GERADOR DEPOIS DE      <*
      *>                FECHAR O ARQUIVO, GRAVA EM TRANSMST O NOME, A <*
      *>                DATA E HORA DE GERACAO, A CONTRAPARTE, A      <*
      *>                QUANTIDADE DE REGISTROS, O HASH DE VALOR E O  <*
      *>                PRAZO DE ENVIO, NA SITUACAO GERADO. O PRAZO   <*
      *>                E CONTADO EM DIAS UTEIS A PARTIR DE HOJE      <*
      *>                (CALENDARIO-CHECK.COB; ZERO E O PROPRIO DIA): <*
      *>                O GERADOR INFORMA O SEU PADRAO E PARAMMST     <*
      *>                PODE SOBREPOR COM O PARAMETRO PRZ + NOME DO   <*
      *>                ARQUIVO (EX.: PRZCOAFREM). GERADOR RODADO DE  <*
      *>                NOVO NO MESMO DIA SUBSTITUI O REGISTRO E      <*
      *>                VOLTA A SITUACAO PARA GERADO                  <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  NOVO GERADOR SIGILO-SIMBA.COB (ARQUIVOS   <*
      *>                    SIMBACTA, SIMBATIT, SIMBAEXT E SIMBAODE   <*
      *>                    DA RESPOSTA A QUEBRA DE SIGILO, CONTRA-   <*
      *>                    PARTE JUDICIARIO)                         <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT TRANSMIS-FILE       ASSIGN TO "TRANSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TRM-CHAVE
               FILE STATUS        IS WRK-STATUS-TRM.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  TRANSMIS-FILE.
           COPY TRANSMIS-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-TRM         PIC X(02) VALUE SPACES.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-SEMANA-HOJE    PIC 9(01) VALUE ZEROS.
       77  WRK-PRAZO-DIAS         PIC 9(03) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-DIAS    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-DIAS3       PIC 9(03).
           02 FILLER               PIC X(17).

      *----------------------------------------------------------------*
      *>   PRAZO EM DIAS UTEIS, NO MESMO CAMINHAR DE DATA DE           *
      *>   RECLAMA-REGISTRA.COB                                        *
      *----------------------------------------------------------------*
       01  WRK-DATA-PRAZO.
           02 WRK-PRAZO-ANO        PIC 9(04).
           02 WRK-PRAZO-MES        PIC 9(02).
           02 WRK-PRAZO-DIA        PIC 9(02).
       01  WRK-DATA-PRAZO-N       REDEFINES WRK-DATA-PRAZO
                                   PIC 9(08).
       77  WRK-DIA-SEMANA-PRAZO   PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL           PIC X(01) VALUE "N".
           88 EH-DIA-UTIL             VALUE "S".
       77  WRK-DIAS-CONTADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-PASSOS-PRAZO       PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.

      *================================================================*
       LINKAGE                                       SECTION.
      *================================================================*
       01  TRMR_ARQUIVO             PIC X(10).
       01  TRMR_CONTRAPARTE         PIC X(10).
       01  TRMR_QTDE                PIC 9(09).
       01  TRMR_HASH                PIC 9(13)V99.
       01  TRMR_PRAZO_DIAS          PIC 9(03).

      *================================================================*
       PROCEDURE                                     DIVISION
                   USING TRMR_ARQUIVO TRMR_CONTRAPARTE TRMR_QTDE
                         TRMR_HASH TRMR_PRAZO_DIAS.
      *================================================================*
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE       FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA    FROM TIME.
           ACCEPT WRK-DIA-SEMANA-HOJE FROM DAY-OF-WEEK.

           PERFORM 1000-OBTER-PRAZO THRU 1000-OBTER-PRAZO-EXIT.
           PERFORM 2000-GRAVAR-REGISTRO THRU 2000-GRAVAR-REGISTRO-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   O PADRAO DO GERADOR VALE SE PARAMMST NAO TRAZ PRZ + NOME    *
      *----------------------------------------------------------------*
       1000-OBTER-PRAZO.
      *----------------------------------------------------------------*
           MOVE TRMR_PRAZO_DIAS TO WRK-PRAZO-DIAS.

           MOVE SPACES TO WRK-PARM-NOME.
           STRING "PRZ" TRMR_ARQUIVO DELIMITED BY SIZE
               INTO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-DIAS3 IS NUMERIC
               MOVE WRK-PARM-DIAS3 TO WRK-PRAZO-DIAS
           END-IF.

           MOVE WRK-DATA-HOJE       TO WRK-DATA-PRAZO-N.
           MOVE WRK-DIA-SEMANA-HOJE TO WRK-DIA-SEMANA-PRAZO.
           MOVE ZEROS TO WRK-DIAS-CONTADOS.
           MOVE ZEROS TO WRK-PASSOS-PRAZO.
           PERFORM 1100-AVANCAR-DIA-UTIL
               THRU 1100-AVANCAR-DIA-UTIL-EXIT
               UNTIL WRK-DIAS-CONTADOS NOT < WRK-PRAZO-DIAS
                  OR WRK-PASSOS-PRAZO > 400.
       1000-OBTER-PRAZO-EXIT.
           EXIT.

       1100-AVANCAR-DIA-UTIL.
           ADD 1 TO WRK-PASSOS-PRAZO.
           PERFORM 1200-AVANCAR-DATA THRU 1200-AVANCAR-DATA-EXIT.
           CALL "CALENDARIO-CHECK" USING WRK-DATA-PRAZO-N
               WRK-DIA-SEMANA-PRAZO WRK-DIA-UTIL.
           IF EH-DIA-UTIL
               ADD 1 TO WRK-DIAS-CONTADOS
           END-IF.
       1100-AVANCAR-DIA-UTIL-EXIT.
           EXIT.

       1200-AVANCAR-DATA.
           IF WRK-DIA-SEMANA-PRAZO = 7
               MOVE 1 TO WRK-DIA-SEMANA-PRAZO
           ELSE
               ADD 1 TO WRK-DIA-SEMANA-PRAZO
           END-IF.

           PERFORM 1300-ULTIMO-DIA-DO-MES
               THRU 1300-ULTIMO-DIA-DO-MES-EXIT.

           IF WRK-PRAZO-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-PRAZO-DIA
           ELSE
               MOVE 1 TO WRK-PRAZO-DIA
               IF WRK-PRAZO-MES = 12
                   MOVE 1 TO WRK-PRAZO-MES
                   ADD 1 TO WRK-PRAZO-ANO
               ELSE
                   ADD 1 TO WRK-PRAZO-MES
               END-IF
           END-IF.
       1200-AVANCAR-DATA-EXIT.
           EXIT.

       1300-ULTIMO-DIA-DO-MES.
           EVALUATE WRK-PRAZO-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-PRAZO-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA-MES
                   END-IF
           END-EVALUATE.
       1300-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-GRAVAR-REGISTRO.
      *----------------------------------------------------------------*
           OPEN I-O TRANSMIS-FILE.
           IF WRK-STATUS-TRM = "35"
               CLOSE TRANSMIS-FILE
               OPEN OUTPUT TRANSMIS-FILE
               CLOSE TRANSMIS-FILE
               OPEN I-O TRANSMIS-FILE
           END-IF.
           IF WRK-STATUS-TRM NOT = "00"
               DISPLAY "TRANSMISSAO: ERRO ABRINDO TRANSMST, STATUS "
                   WRK-STATUS-TRM
               GO TO 2000-GRAVAR-REGISTRO-EXIT
           END-IF.

           MOVE SPACES            TO TRANSMIS-REG.
           MOVE TRMR_ARQUIVO      TO TRM_ARQUIVO.
           MOVE WRK-DATA-HOJE     TO TRM_DATA_GERACAO.
           MOVE WRK-HORA-SISTEMA  TO TRM_HORA_GERACAO.
           MOVE TRMR_CONTRAPARTE  TO TRM_CONTRAPARTE.
           MOVE TRMR_QTDE         TO TRM_QTDE.
           MOVE TRMR_HASH         TO TRM_HASH.
           MOVE WRK-DATA-PRAZO-N  TO TRM_DATA_PRAZO.
           SET TRM-GERADO TO TRUE.
           MOVE ZEROS TO TRM_DATA_ENVIO TRM_HORA_ENVIO TRM_DATA_ACUSE.
           WRITE TRANSMIS-REG
               INVALID KEY
                   REWRITE TRANSMIS-REG
           END-WRITE.

           DISPLAY "TRANSMISSAO: " TRM_ARQUIVO " REGISTRADO PARA "
               TRM_CONTRAPARTE " PRAZO " TRM_DATA_PRAZO.

           CLOSE TRANSMIS-FILE.
       2000-GRAVAR-REGISTRO-EXIT.
           EXIT.
