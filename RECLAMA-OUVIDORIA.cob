      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RECLAMA-OUVIDORIA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ESTATISTICA TRIMESTRAL DE RECLAMACOES PARA O   <*
      *>                RELATORIO DA OUVIDORIA AO BANCO CENTRAL. LE   <*
      *>                TODO O RECLAMST E APURA, POR INSTANCIA (SAC/  <*
      *>                OUVIDORIA) E CATEGORIA DO ASSUNTO: RECEBIDAS  <*
      *>                NO TRIMESTRE, SOLUCIONADAS (PROCEDENTES E     <*
      *>                IMPROCEDENTES, DENTRO E FORA DO PRAZO),       <*
      *>                CANCELADAS, PENDENTES NO FIM DO TRIMESTRE E   <*
      *>                RESTITUICOES LANCADAS (QUANTIDADE E VALOR).   <*
      *>                O TRIMESTRE VEM DO PARAMETRO OUVTRIM          <*
      *>                (PARAMMST, AAAAT); SEM ELE, O TRIMESTRE       <*
      *>                ANTERIOR AO DA DATA DE HOJE. SAIDA NO ARQUIVO <*
      *>                OUVIDEXP (HEADER 0, UM DETALHE 1 POR          <*
      *>                INSTANCIA E CATEGORIA, TRAILER 9) E TOTAIS NO <*
      *>                LOG. RODA SOB DEMANDA, FORA DA CADEIA NOTURNA <*
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

           SELECT EXPORT-FILE         ASSIGN TO "OUVIDEXP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXP.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  RECLAMA-FILE.
           COPY RECLAMA-REG.

       FD  EXPORT-FILE.
       01  EXPORT-LINHA           PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RECL        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXP         PIC X(02) VALUE SPACES.

       77  WRK-FIM-RECL           PIC X(01) VALUE "N".
           88 FIM-RECL                VALUE "S".

       01  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R        REDEFINES WRK-DATA-HOJE.
           02 WRK-HOJE-ANO         PIC 9(04).
           02 WRK-HOJE-MES         PIC 9(02).
           02 WRK-HOJE-DIA         PIC 9(02).

      *----------------------------------------------------------------*
      *>   TRIMESTRE DE REFERENCIA                                     *
      *----------------------------------------------------------------*
       01  WRK-TRIMESTRE-REF.
           02 WRK-TRIM-ANO         PIC 9(04).
           02 WRK-TRIM-NUM         PIC 9(01).
       77  WRK-MES-INICIAL        PIC 9(02) VALUE ZEROS.
       77  WRK-MES-FINAL          PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-INICIO-R      REDEFINES WRK-DATA-INICIO.
           02 WRK-INI-ANO          PIC 9(04).
           02 WRK-INI-MES          PIC 9(02).
           02 WRK-INI-DIA          PIC 9(02).
       01  WRK-DATA-FIM           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM-R         REDEFINES WRK-DATA-FIM.
           02 WRK-FIM-ANO          PIC 9(04).
           02 WRK-FIM-MES          PIC 9(02).
           02 WRK-FIM-DIA          PIC 9(02).

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-TRIM    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-ANO4        PIC 9(04).
           02 WRK-PARM-TRIM1       PIC 9(01).
           02 FILLER               PIC X(15).

      *----------------------------------------------------------------*
      *>   CATEGORIAS DE ASSUNTO, NA ORDEM DO ARQUIVO DE SAIDA         *
      *----------------------------------------------------------------*
       01  WRK-LISTA-CATEGORIAS.
           02 FILLER               PIC X(32)
               VALUE "TARFCONTCARTCREDCHEQPIX ATNDOUTR".
       01  WRK-TABELA-CATEGORIAS  REDEFINES WRK-LISTA-CATEGORIAS.
           02 WRK-CATEGORIA-COD    OCCURS 8 TIMES
                                   INDEXED BY WRK-CAT-IDX
                                   PIC X(04).

       77  WRK-INST               PIC 9(01) VALUE ZEROS.
       77  WRK-CAT                PIC 9(01) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CONTADORES POR INSTANCIA (1 SAC, 2 OUVIDORIA) E CATEGORIA   *
      *----------------------------------------------------------------*
       01  WRK-TABELA-ESTATISTICA.
           02 WRK-ES-INSTANCIA     OCCURS 2 TIMES.
               03 WRK-ES-CATEGORIA OCCURS 8 TIMES.
                   04 WRK-ES-RECEBIDAS     PIC 9(07).
                   04 WRK-ES-SOLUCIONADAS  PIC 9(07).
                   04 WRK-ES-PROCEDENTES   PIC 9(07).
                   04 WRK-ES-IMPROCEDENTES PIC 9(07).
                   04 WRK-ES-NO-PRAZO      PIC 9(07).
                   04 WRK-ES-FORA-PRAZO    PIC 9(07).
                   04 WRK-ES-CANCELADAS    PIC 9(07).
                   04 WRK-ES-PENDENTES     PIC 9(07).
                   04 WRK-ES-QTDE-RESTIT   PIC 9(07).
                   04 WRK-ES-VALOR-RESTIT  PIC 9(11)V99.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECEBIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SOLUCIONADAS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FORA-PRAZO    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RESTITUICOES  PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-RESTITUIDO   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-DETALHES      PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTROS DO ARQUIVO OUVIDEXP                               *
      *----------------------------------------------------------------*
       01  WRK-EXP-HEADER.
           02 FILLER               PIC X(01) VALUE "0".
           02 FILLER               PIC X(06) VALUE "OUVIDO".
           02 WRK-H-TRIMESTRE      PIC X(05).
           02 WRK-H-INICIO         PIC 9(08).
           02 WRK-H-FIM            PIC 9(08).
           02 WRK-H-DATA           PIC 9(08).
           02 FILLER               PIC X(64) VALUE SPACES.

       01  WRK-EXP-DETALHE.
           02 FILLER               PIC X(01) VALUE "1".
           02 WRK-D-INSTANCIA      PIC X(01).
           02 WRK-D-CATEGORIA      PIC X(04).
           02 WRK-D-RECEBIDAS      PIC 9(07).
           02 WRK-D-SOLUCIONADAS   PIC 9(07).
           02 WRK-D-PROCEDENTES    PIC 9(07).
           02 WRK-D-IMPROCEDENTES  PIC 9(07).
           02 WRK-D-NO-PRAZO       PIC 9(07).
           02 WRK-D-FORA-PRAZO     PIC 9(07).
           02 WRK-D-CANCELADAS     PIC 9(07).
           02 WRK-D-PENDENTES      PIC 9(07).
           02 WRK-D-QTDE-RESTIT    PIC 9(07).
           02 WRK-D-VALOR-RESTIT   PIC 9(11)V99.
           02 FILLER               PIC X(19) VALUE SPACES.

       01  WRK-EXP-TRAILER.
           02 FILLER               PIC X(01) VALUE "9".
           02 WRK-T-QTDE           PIC 9(07).
           02 WRK-T-RECEBIDAS      PIC 9(07).
           02 WRK-T-VALOR-RESTIT   PIC 9(13)V99.
           02 FILLER               PIC X(70) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-APURAR-RECLAMACAO
               THRU 2000-APURAR-RECLAMACAO-EXIT
               UNTIL FIM-RECL.
           PERFORM 4000-GRAVAR-EXPORT     THRU 4000-GRAVAR-EXPORT-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-TABELA-ESTATISTICA.

           PERFORM 1100-DEFINIR-TRIMESTRE
               THRU 1100-DEFINIR-TRIMESTRE-EXIT.

           OPEN INPUT RECLAMA-FILE.
           IF WRK-STATUS-RECL NOT = "00"
               DISPLAY "RECLAMA-OUVIDORIA: RECLAMST INDISPONIVEL, "
                   "STATUS " WRK-STATUS-RECL " - ESTATISTICA ZERADA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET FIM-RECL TO TRUE
           END-IF.

           OPEN OUTPUT EXPORT-FILE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   OUVTRIM (AAAAT) MANDA; SEM ELE, VALE O TRIMESTRE ANTERIOR   *
      *----------------------------------------------------------------*
       1100-DEFINIR-TRIMESTRE.
      *----------------------------------------------------------------*
           COMPUTE WRK-TRIM-NUM = (WRK-HOJE-MES - 1) / 3 + 1.
           MOVE WRK-HOJE-ANO TO WRK-TRIM-ANO.
           IF WRK-TRIM-NUM = 1
               MOVE 4 TO WRK-TRIM-NUM
               SUBTRACT 1 FROM WRK-TRIM-ANO
           ELSE
               SUBTRACT 1 FROM WRK-TRIM-NUM
           END-IF.

           MOVE "OUVTRIM" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               AND WRK-PARM-ANO4 NOT = ZEROS
               AND WRK-PARM-TRIM1 > 0 AND WRK-PARM-TRIM1 < 5
               MOVE WRK-PARM-ANO4  TO WRK-TRIM-ANO
               MOVE WRK-PARM-TRIM1 TO WRK-TRIM-NUM
           END-IF.

           COMPUTE WRK-MES-FINAL   = WRK-TRIM-NUM * 3.
           COMPUTE WRK-MES-INICIAL = WRK-MES-FINAL - 2.
           MOVE WRK-TRIM-ANO    TO WRK-INI-ANO.
           MOVE WRK-MES-INICIAL TO WRK-INI-MES.
           MOVE 1               TO WRK-INI-DIA.
           MOVE WRK-TRIM-ANO    TO WRK-FIM-ANO.
           MOVE WRK-MES-FINAL   TO WRK-FIM-MES.
           IF WRK-MES-FINAL = 6 OR WRK-MES-FINAL = 9
               MOVE 30 TO WRK-FIM-DIA
           ELSE
               MOVE 31 TO WRK-FIM-DIA
           END-IF.
       1100-DEFINIR-TRIMESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CADA RECLAMACAO PODE CONTAR EM MAIS DE UM QUADRO: RECEBIDA, *
      *>   SOLUCIONADA E RESTITUIDA NO MESMO TRIMESTRE, POR EXEMPLO    *
      *----------------------------------------------------------------*
       2000-APURAR-RECLAMACAO.
      *----------------------------------------------------------------*
           READ RECLAMA-FILE NEXT RECORD.
           IF WRK-STATUS-RECL NOT = "00"
               SET FIM-RECL TO TRUE
               GO TO 2000-APURAR-RECLAMACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDAS.

           IF RECL_DATA_ABERTURA > WRK-DATA-FIM
               GO TO 2000-APURAR-RECLAMACAO-EXIT
           END-IF.

           IF RECL-OUVIDORIA
               MOVE 2 TO WRK-INST
           ELSE
               MOVE 1 TO WRK-INST
           END-IF.
           SET WRK-CAT-IDX TO 1.
           SEARCH WRK-CATEGORIA-COD
               AT END
                   MOVE 8 TO WRK-CAT
               WHEN WRK-CATEGORIA-COD (WRK-CAT-IDX) = RECL_CATEGORIA
                   SET WRK-CAT TO WRK-CAT-IDX
           END-SEARCH.

           IF RECL_DATA_ABERTURA NOT < WRK-DATA-INICIO
               ADD 1 TO WRK-ES-RECEBIDAS (WRK-INST WRK-CAT)
               ADD 1 TO WRK-QTDE-RECEBIDAS
           END-IF.

           IF RECL-ABERTA
               OR RECL_DATA_SOLUCAO > WRK-DATA-FIM
               ADD 1 TO WRK-ES-PENDENTES (WRK-INST WRK-CAT)
               ADD 1 TO WRK-QTDE-PENDENTES
               GO TO 2000-APURAR-RECLAMACAO-EXIT
           END-IF.

           IF RECL_DATA_SOLUCAO NOT < WRK-DATA-INICIO
               PERFORM 3000-APURAR-SOLUCAO THRU 3000-APURAR-SOLUCAO-EXIT
           END-IF.

           IF RECL-RESTIT-LANCADA
               AND RECL_DATA_RESTITUICAO NOT < WRK-DATA-INICIO
               AND RECL_DATA_RESTITUICAO NOT > WRK-DATA-FIM
               ADD 1 TO WRK-ES-QTDE-RESTIT (WRK-INST WRK-CAT)
               ADD RECL_VALOR_RESTITUICAO
                   TO WRK-ES-VALOR-RESTIT (WRK-INST WRK-CAT)
               ADD 1 TO WRK-QTDE-RESTITUICOES
               ADD RECL_VALOR_RESTITUICAO TO WRK-VALOR-RESTITUIDO
           END-IF.
       2000-APURAR-RECLAMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-APURAR-SOLUCAO.
      *----------------------------------------------------------------*
           IF RECL-CANCELADA
               ADD 1 TO WRK-ES-CANCELADAS (WRK-INST WRK-CAT)
               GO TO 3000-APURAR-SOLUCAO-EXIT
           END-IF.

           ADD 1 TO WRK-ES-SOLUCIONADAS (WRK-INST WRK-CAT).
           ADD 1 TO WRK-QTDE-SOLUCIONADAS.
           IF RECL-PROCEDENTE
               ADD 1 TO WRK-ES-PROCEDENTES (WRK-INST WRK-CAT)
           ELSE
               ADD 1 TO WRK-ES-IMPROCEDENTES (WRK-INST WRK-CAT)
           END-IF.
           IF RECL_DATA_SOLUCAO > RECL_DATA_PRAZO
               ADD 1 TO WRK-ES-FORA-PRAZO (WRK-INST WRK-CAT)
               ADD 1 TO WRK-QTDE-FORA-PRAZO
           ELSE
               ADD 1 TO WRK-ES-NO-PRAZO (WRK-INST WRK-CAT)
           END-IF.
       3000-APURAR-SOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UM DETALHE PARA CADA INSTANCIA E CATEGORIA, MESMO ZERADO:   *
      *>   O QUADRO DO RELATORIO E FIXO                                *
      *----------------------------------------------------------------*
       4000-GRAVAR-EXPORT.
      *----------------------------------------------------------------*
           MOVE WRK-TRIMESTRE-REF TO WRK-H-TRIMESTRE.
           MOVE WRK-DATA-INICIO   TO WRK-H-INICIO.
           MOVE WRK-DATA-FIM      TO WRK-H-FIM.
           MOVE WRK-DATA-HOJE     TO WRK-H-DATA.
           WRITE EXPORT-LINHA FROM WRK-EXP-HEADER.

           PERFORM 4100-GRAVAR-DETALHE THRU 4100-GRAVAR-DETALHE-EXIT
               VARYING WRK-INST FROM 1 BY 1 UNTIL WRK-INST > 2
               AFTER WRK-CAT FROM 1 BY 1 UNTIL WRK-CAT > 8.

           MOVE WRK-QTDE-DETALHES    TO WRK-T-QTDE.
           MOVE WRK-QTDE-RECEBIDAS   TO WRK-T-RECEBIDAS.
           MOVE WRK-VALOR-RESTITUIDO TO WRK-T-VALOR-RESTIT.
           WRITE EXPORT-LINHA FROM WRK-EXP-TRAILER.
       4000-GRAVAR-EXPORT-EXIT.
           EXIT.

       4100-GRAVAR-DETALHE.
           IF WRK-INST = 2
               MOVE "O" TO WRK-D-INSTANCIA
           ELSE
               MOVE "S" TO WRK-D-INSTANCIA
           END-IF.
           MOVE WRK-CATEGORIA-COD (WRK-CAT) TO WRK-D-CATEGORIA.
           MOVE WRK-ES-RECEBIDAS (WRK-INST WRK-CAT)
               TO WRK-D-RECEBIDAS.
           MOVE WRK-ES-SOLUCIONADAS (WRK-INST WRK-CAT)
               TO WRK-D-SOLUCIONADAS.
           MOVE WRK-ES-PROCEDENTES (WRK-INST WRK-CAT)
               TO WRK-D-PROCEDENTES.
           MOVE WRK-ES-IMPROCEDENTES (WRK-INST WRK-CAT)
               TO WRK-D-IMPROCEDENTES.
           MOVE WRK-ES-NO-PRAZO (WRK-INST WRK-CAT)
               TO WRK-D-NO-PRAZO.
           MOVE WRK-ES-FORA-PRAZO (WRK-INST WRK-CAT)
               TO WRK-D-FORA-PRAZO.
           MOVE WRK-ES-CANCELADAS (WRK-INST WRK-CAT)
               TO WRK-D-CANCELADAS.
           MOVE WRK-ES-PENDENTES (WRK-INST WRK-CAT)
               TO WRK-D-PENDENTES.
           MOVE WRK-ES-QTDE-RESTIT (WRK-INST WRK-CAT)
               TO WRK-D-QTDE-RESTIT.
           MOVE WRK-ES-VALOR-RESTIT (WRK-INST WRK-CAT)
               TO WRK-D-VALOR-RESTIT.
           WRITE EXPORT-LINHA FROM WRK-EXP-DETALHE.
           ADD 1 TO WRK-QTDE-DETALHES.
       4100-GRAVAR-DETALHE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RECLAMA-FILE.
           CLOSE EXPORT-FILE.

           DISPLAY "===== OUVIDORIA - ESTATISTICA TRIMESTRAL =====".
           DISPLAY "TRIMESTRE............: " WRK-TRIMESTRE-REF.
           DISPLAY "PERIODO..............: " WRK-DATA-INICIO " A "
               WRK-DATA-FIM.
           DISPLAY "RECLAMACOES LIDAS....: " WRK-QTDE-LIDAS.
           DISPLAY "RECEBIDAS............: " WRK-QTDE-RECEBIDAS.
           DISPLAY "SOLUCIONADAS.........: " WRK-QTDE-SOLUCIONADAS.
           DISPLAY "FORA DO PRAZO........: " WRK-QTDE-FORA-PRAZO.
           DISPLAY "PENDENTES NO FIM.....: " WRK-QTDE-PENDENTES.
           DISPLAY "RESTITUICOES.........: " WRK-QTDE-RESTITUICOES.
           DISPLAY "VALOR RESTITUIDO.....: " WRK-VALOR-RESTITUIDO.
           DISPLAY "DETALHES GRAVADOS....: " WRK-QTDE-DETALHES.
       9000-FINALIZAR-EXIT.
           EXIT.
