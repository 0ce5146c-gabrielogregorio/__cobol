      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PROPOSTA-IDADE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RELATORIO DIARIO DE ENVELHECIMENTO DAS         <*
      *>                PROPOSTAS DE ABERTURA AINDA AGUARDANDO EM     <*
      *>                PROPMST (SITUACAO A). CADA PROPOSTA SAI COM A <*
      *>                IDADE EM DIAS UTEIS DESDE A ABERTURA          <*
      *>                (DIAS-UTEIS-IDADE.COB), OS DOCUMENTOS DO      <*
      *>                CHECKLIST QUE FALTAM E O MOTIVO DA ULTIMA     <*
      *>                ESPERA GRAVADO POR PROPOSTA-EFETIVA.COB       <*
      *>                (TRIAGEM PENDENTE, REPRESENTANTE LEGAL, ETC.);<*
      *>                AO FINAL, O RESUMO NAS FAIXAS ATE 2 / 3 A 5 / <*
      *>                6 A 10 / ACIMA DE 10, COMO EM FILA-IDADE.COB. <*
      *>                PROPOSTA ACIMA DO LIMITE PROPESCDIA           <*
      *>                (PARAMMST, PADRAO 10 DIAS UTEIS) GANHA A      <*
      *>                MARCA DE ESCALACAO E O STEP TERMINA COM RC=4. <*
      *>                SAIDA EM PROPIDADE                            <*
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
           SELECT PROPOSTA-FILE       ASSIGN TO "PROPMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS PROP_NUMERO
               ALTERNATE RECORD KEY IS PROP_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-PROP.

           SELECT RELATORIO-FILE      ASSIGN TO "PROPIDADE"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PROPOSTA-FILE.
           COPY PROPOSTA-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(110).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PROP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ARQ            PIC X(01) VALUE "N".
           88 FIM-ARQ                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-SEMANA-HOJE    PIC 9(01) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LIMITE DE ESCALACAO EM DIAS UTEIS                           *
      *----------------------------------------------------------------*
       77  WRK-LIMITE-ESCALA      PIC 9(03) VALUE 10.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-NUM     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-DIAS       PIC 9(03).
           02 FILLER              PIC X(17).

      *----------------------------------------------------------------*
      *>   APURACAO DA PROPOSTA CORRENTE E DO TOTAL                    *
      *----------------------------------------------------------------*
       77  WRK-IDADE-ITEM         PIC 9(03) VALUE ZEROS.
       77  WRK-DOC-IDX            PIC 9(02) VALUE ZEROS.
       77  WRK-LISTA-DOCS         PIC X(24) VALUE SPACES.
       77  WRK-LISTA-PONTEIRO     PIC 9(02) VALUE ZEROS.

       77  WRK-QTDE-ATE-2         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-3-A-5         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-6-A-10        PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ACIMA-10      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ESCALADAS     PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-CABECALHO.
           02 FILLER              PIC X(45) VALUE
               "PROPOSTAS DE ABERTURA AGUARDANDO - DATA ".
           02 WRK-CAB-DATA        PIC 9(08).

       01  WRK-LINHA-PROPOSTA.
           02 WRK-P-NUMERO        PIC 9(10).
           02 FILLER              PIC X(05) VALUE " CPF ".
           02 WRK-P-CPF           PIC X(11).
           02 FILLER              PIC X(07) VALUE " ABERT ".
           02 WRK-P-ABERTURA      PIC 9(08).
           02 FILLER              PIC X(07) VALUE " IDADE ".
           02 WRK-P-IDADE         PIC Z(2)9.
           02 FILLER              PIC X(09) VALUE " FALTAM: ".
           02 WRK-P-DOCS          PIC X(24).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-P-MOTIVO        PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-P-ESCALA        PIC X(12).

       01  WRK-LINHA-RESUMO.
           02 FILLER              PIC X(10) VALUE "PROPMST   ".
           02 FILLER              PIC X(07) VALUE " PEND: ".
           02 WRK-R-PENDENTES     PIC Z(4)9.
           02 FILLER              PIC X(08) VALUE " ATE 2: ".
           02 WRK-R-ATE-2         PIC Z(4)9.
           02 FILLER              PIC X(08) VALUE " 3 A 5: ".
           02 WRK-R-3-A-5         PIC Z(4)9.
           02 FILLER              PIC X(09) VALUE " 6 A 10: ".
           02 WRK-R-6-A-10        PIC Z(4)9.
           02 FILLER              PIC X(07) VALUE " >10: ".
           02 WRK-R-ACIMA-10      PIC Z(4)9.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-EXAMINAR-PROPOSTA
               THRU 2000-EXAMINAR-PROPOSTA-EXIT
               UNTIL FIM-ARQ.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE       FROM DATE YYYYMMDD.
           ACCEPT WRK-DIA-SEMANA-HOJE FROM DAY-OF-WEEK.

           MOVE "PROPESCDIA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-DIAS > ZEROS
               MOVE WRK-PARM-DIAS TO WRK-LIMITE-ESCALA
           END-IF.

           OPEN INPUT PROPOSTA-FILE.
           IF WRK-STATUS-PROP NOT = "00"
               SET FIM-ARQ TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           MOVE WRK-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-EXAMINAR-PROPOSTA.
      *----------------------------------------------------------------*
           READ PROPOSTA-FILE NEXT RECORD.
           IF WRK-STATUS-PROP NOT = "00"
               AND WRK-STATUS-PROP NOT = "02"
               SET FIM-ARQ TO TRUE
               GO TO 2000-EXAMINAR-PROPOSTA-EXIT
           END-IF.

           IF NOT PROP-AGUARDANDO
               GO TO 2000-EXAMINAR-PROPOSTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PENDENTES.

           CALL "DIAS-UTEIS-IDADE" USING PROP_DATA_ABERTURA
               WRK-DATA-HOJE WRK-DIA-SEMANA-HOJE WRK-IDADE-ITEM.

           EVALUATE TRUE
               WHEN WRK-IDADE-ITEM NOT > 2
                   ADD 1 TO WRK-QTDE-ATE-2
               WHEN WRK-IDADE-ITEM NOT > 5
                   ADD 1 TO WRK-QTDE-3-A-5
               WHEN WRK-IDADE-ITEM NOT > 10
                   ADD 1 TO WRK-QTDE-6-A-10
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-ACIMA-10
           END-EVALUATE.

           MOVE SPACES TO WRK-LISTA-DOCS.
           MOVE 1      TO WRK-LISTA-PONTEIRO.
           PERFORM 2100-LISTAR-DOCUMENTO
               THRU 2100-LISTAR-DOCUMENTO-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > PROP_QTDE_DOCS.

           MOVE PROP_NUMERO        TO WRK-P-NUMERO.
           MOVE PROP_CPF           TO WRK-P-CPF.
           MOVE PROP_DATA_ABERTURA TO WRK-P-ABERTURA.
           MOVE WRK-IDADE-ITEM     TO WRK-P-IDADE.
           MOVE WRK-LISTA-DOCS     TO WRK-P-DOCS.
           MOVE PROP_MOTIVO        TO WRK-P-MOTIVO.
           IF WRK-IDADE-ITEM > WRK-LIMITE-ESCALA
               MOVE "** ESCALAR *" TO WRK-P-ESCALA
               ADD 1 TO WRK-QTDE-ESCALADAS
           ELSE
               MOVE SPACES TO WRK-P-ESCALA
           END-IF.
           MOVE WRK-LINHA-PROPOSTA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2000-EXAMINAR-PROPOSTA-EXIT.
           EXIT.

       2100-LISTAR-DOCUMENTO.
           IF PROP-DOC-RECEBIDO (WRK-DOC-IDX)
               GO TO 2100-LISTAR-DOCUMENTO-EXIT
           END-IF.
           STRING PROP_DOC_CODIGO (WRK-DOC-IDX) " "
               DELIMITED BY SIZE INTO WRK-LISTA-DOCS
               WITH POINTER WRK-LISTA-PONTEIRO.
       2100-LISTAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-QTDE-PENDENTES TO WRK-R-PENDENTES.
           MOVE WRK-QTDE-ATE-2     TO WRK-R-ATE-2.
           MOVE WRK-QTDE-3-A-5     TO WRK-R-3-A-5.
           MOVE WRK-QTDE-6-A-10    TO WRK-R-6-A-10.
           MOVE WRK-QTDE-ACIMA-10  TO WRK-R-ACIMA-10.
           MOVE WRK-LINHA-RESUMO   TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           CLOSE PROPOSTA-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== ENVELHECIMENTO DAS PROPOSTAS =====".
           DISPLAY "PROPOSTAS AGUARDANDO.: " WRK-QTDE-PENDENTES.
           DISPLAY "ACIMA DO LIMITE......: " WRK-QTDE-ESCALADAS.
           DISPLAY "LIMITE DE ESCALACAO..: " WRK-LIMITE-ESCALA.

           IF WRK-QTDE-ESCALADAS > ZEROS
               DISPLAY "PROPOSTA-IDADE: HA PROPOSTA ACIMA DO LIMITE"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
