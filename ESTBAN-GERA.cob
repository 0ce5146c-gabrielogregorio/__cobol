      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. ESTBAN-GERA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ESTATISTICA BANCARIA MENSAL POR MUNICIPIO      <*
      *>                (ESTBAN) PARA O BANCO CENTRAL. PARTE OS       <*
      *>                LANCAMENTOS DE GLJORNAL DO MES DE REFERENCIA  <*
      *>                (O MESMO PARAMETRO COSIFMES DE COSIF-         <*
      *>                EXPORT.COB) POR FILIAL: CADA PARTIDA VAI PARA <*
      *>                A FILIAL DA CONTA DE ORIGEM, QUE E A DO       <*
      *>                ULTIMO LANCAMENTO DE AGENCIA DA CONTA EM      <*
      *>                ACUMTRANS (COMO EM PROVISAO-CALCULA.COB);     <*
      *>                PARTIDA SEM CONTA DE ORIGEM OU DE CONTA SEM   <*
      *>                MOVIMENTO DE AGENCIA FICA NA FILIAL SEDE      <*
      *>                (PARAMETRO ESTBSEDE, PADRAO 0001). O SALDO DE <*
      *>                CADA CONTA DE RAZAO NA FILIAL E TRADUZIDO     <*
      *>                PARA O VERBETE COSIF DO PLANO DE CONTAS       <*
      *>                (PLANOCTA) E GRAVADO EM ESTBANEXP COM A UF E  <*
      *>                O CODIGO DE MUNICIPIO DO CADASTRO DE PRACAS   <*
      *>                FILIALOC. O RELATORIO DE CONTROLE ESTBANREL   <*
      *>                CONFERE, VERBETE A VERBETE, A SOMA DE TODAS   <*
      *>                AS FILIAIS CONTRA O BALANCETE CONSOLIDADO     <*
      *>                COSIFEXP DO MESMO MES; DIVERGENCIA, FILIAL    <*
      *>                SEM CODIGO DE MUNICIPIO OU CONTA SEM PLANO    <*
      *>                ENCERRAM COM RETURN-CODE 4                    <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  REGISTRO DO ARQUIVO GERADO EM TRANSMST    <*
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

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT PRACA-FILE          ASSIGN TO "FILIALOC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PRACA.

           SELECT PLANO-FILE          ASSIGN TO "PLANOCTA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS PCTA_CONTA
               FILE STATUS        IS WRK-STATUS-PCTA.

           SELECT COSIF-FILE          ASSIGN TO "COSIFEXP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-COSIF.

           SELECT EXPORT-FILE         ASSIGN TO "ESTBANEXP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXP.

           SELECT RELATORIO-FILE      ASSIGN TO "ESTBANREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

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

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

      *----------------------------------------------------------------*
      *>   FLOC-COD-MUNIC (CODIGO IBGE) FICA NO FIM DA LINHA, DEPOIS   *
      *>   DOS CAMPOS QUE CALENDARIO-LOCAL.COB JA LE                   *
      *----------------------------------------------------------------*
       FD  PRACA-FILE.
       01  PRACA-REG.
           02 FLOC-FILIAL             PIC 9(04).
           02 FLOC-UF                 PIC X(02).
           02 FLOC-MUNICIPIO          PIC X(20).
           02 FLOC-COD-MUNIC          PIC X(07).

       FD  PLANO-FILE.
           COPY PLANOCTA-REG.

       FD  COSIF-FILE.
       01  COSIF-REG.
           02 CSX-TIPO            PIC X(02).
           02 CSX-RESTO           PIC X(58).
       01  COSIF-HEADER REDEFINES COSIF-REG.
           02 FILLER              PIC X(02).
           02 CSX-H-MES           PIC 9(06).
           02 FILLER              PIC X(52).
       01  COSIF-DETALHE REDEFINES COSIF-REG.
           02 FILLER              PIC X(02).
           02 CSX-D-COSIF         PIC 9(08).
           02 FILLER              PIC X(01).
           02 CSX-D-DEBITO        PIC 9(13)V99.
           02 FILLER              PIC X(01).
           02 CSX-D-CREDITO       PIC 9(13)V99.
           02 FILLER              PIC X(18).

       FD  EXPORT-FILE.
       01  EXPORT-LINHA           PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PRACA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PCTA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-COSIF       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-JORNAL         PIC X(01) VALUE "N".
           88 FIM-JORNAL              VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-FIM-PRACA          PIC X(01) VALUE "N".
           88 FIM-PRACA               VALUE "S".
       77  WRK-FIM-COSIF          PIC X(01) VALUE "N".
           88 FIM-COSIF               VALUE "S".
       77  WRK-ACHOU              PIC X(01) VALUE "N".
           88 ACHOU                   VALUE "S".
       77  WRK-COSIF-CONFERIDO    PIC X(01) VALUE "N".
           88 COSIF-CONFERIDO         VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-MES-REF            PIC 9(06) VALUE ZEROS.
       77  WRK-MES-LANC           PIC 9(06) VALUE ZEROS.
       77  WRK-FILIAL-SEDE        PIC 9(04) VALUE 1.
       77  WRK-FILIAL             PIC 9(04) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-MES     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-MES6        PIC 9(06).
           02 FILLER               PIC X(14).
       01  WRK-PARM-VALOR-FIL     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-FILIAL4     PIC 9(04).
           02 FILLER               PIC X(16).

       77  WRK-QTDE-LANCAMENTOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NO-MES        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NA-SEDE       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PLANO     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-MUNIC     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DIVERGENTES   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DETALHES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESTOURO       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DEBITO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITO      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "ESTBANEXP".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "BACEN".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE 5.

       77  WRK-COSIF-DEBITO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-COSIF-CREDITO      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   FILIAL DE CADA CONTA: ULTIMO LANCAMENTO DE AGENCIA DA CONTA *
      *>   NO MOVIMENTO (TRANS_FILIAL DIFERENTE DE ZEROS)              *
      *----------------------------------------------------------------*
       77  WRK-MAX-FILIAIS-CONTA  PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-FILIAIS-CONTA.
           02 WRK-FC-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-FC-IDX.
               03 WRK-FC-CONTA         PIC 9(08).
               03 WRK-FC-FILIAL        PIC 9(04).

      *----------------------------------------------------------------*
      *>   PRACAS DE FILIALOC                                          *
      *----------------------------------------------------------------*
       77  WRK-MAX-PRACAS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PRACAS.
           02 WRK-PR-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-PR-IDX.
               03 WRK-PR-FILIAL        PIC 9(04).
               03 WRK-PR-UF            PIC X(02).
               03 WRK-PR-COD-MUNIC     PIC X(07).

      *----------------------------------------------------------------*
      *>   ACUMULADO POR FILIAL E CONTA DE RAZAO DO MES                *
      *----------------------------------------------------------------*
       77  WRK-MAX-RAZAO          PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-RAZAO.
           02 WRK-RZ-ITEM  OCCURS 3000 TIMES
                            INDEXED BY WRK-RZ-IDX.
               03 WRK-RZ-FILIAL        PIC 9(04).
               03 WRK-RZ-CONTA         PIC 9(08).
               03 WRK-RZ-DEBITO        PIC 9(13)V99.
               03 WRK-RZ-CREDITO       PIC 9(13)V99.

      *----------------------------------------------------------------*
      *>   ROLADO POR FILIAL E VERBETE COSIF                           *
      *----------------------------------------------------------------*
       77  WRK-MAX-VERBETES       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VERBETES.
           02 WRK-VB-ITEM  OCCURS 3000 TIMES
                            INDEXED BY WRK-VB-IDX.
               03 WRK-VB-FILIAL        PIC 9(04).
               03 WRK-VB-COSIF         PIC 9(08).
               03 WRK-VB-DEBITO        PIC 9(13)V99.
               03 WRK-VB-CREDITO       PIC 9(13)V99.

      *----------------------------------------------------------------*
      *>   CONSOLIDADO POR VERBETE: SOMA DAS FILIAIS X COSIFEXP        *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONSOLIDADO    PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CONSOLIDADO.
           02 WRK-CN-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-CN-IDX.
               03 WRK-CN-COSIF         PIC 9(08).
               03 WRK-CN-DEBITO        PIC 9(13)V99.
               03 WRK-CN-CREDITO       PIC 9(13)V99.
               03 WRK-CN-EXP-DEBITO    PIC 9(13)V99.
               03 WRK-CN-EXP-CREDITO   PIC 9(13)V99.

       77  WRK-BUSCA-COSIF        PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LAYOUT DO ARQUIVO ESTBAN                                    *
      *----------------------------------------------------------------*
       01  WRK-EXP-HEADER.
           02 FILLER               PIC X(01) VALUE "0".
           02 FILLER               PIC X(06) VALUE "ESTBAN".
           02 WRK-H-MES            PIC 9(06).
           02 WRK-H-DATA           PIC 9(08).
           02 FILLER               PIC X(59) VALUE SPACES.

       01  WRK-EXP-DETALHE.
           02 FILLER               PIC X(01) VALUE "1".
           02 WRK-D-FILIAL         PIC 9(04).
           02 WRK-D-UF             PIC X(02).
           02 WRK-D-COD-MUNIC      PIC X(07).
           02 WRK-D-COSIF          PIC 9(08).
           02 WRK-D-DEBITO         PIC 9(13)V99.
           02 WRK-D-CREDITO        PIC 9(13)V99.
           02 WRK-D-SALDO          PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER               PIC X(12) VALUE SPACES.

       01  WRK-EXP-TRAILER.
           02 FILLER               PIC X(01) VALUE "9".
           02 WRK-T-QTDE           PIC 9(07).
           02 WRK-T-DEBITO         PIC 9(13)V99.
           02 WRK-T-CREDITO        PIC 9(13)V99.
           02 FILLER               PIC X(42) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO DE CONTROLE                             *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CABEC.
           02 FILLER               PIC X(34)
               VALUE "ESTBAN X COSIF CONSOLIDADO - MES ".
           02 WRK-LC-MES           PIC 9(06).

       01  WRK-LINHA-TITULOS.
           02 FILLER               PIC X(09) VALUE "VERBETE".
           02 FILLER               PIC X(17) VALUE "   DEBITO ESTBAN".
           02 FILLER               PIC X(17) VALUE "   DEBITO COSIF".
           02 FILLER               PIC X(17) VALUE "  CREDITO ESTBAN".
           02 FILLER               PIC X(17) VALUE "  CREDITO COSIF".
           02 FILLER               PIC X(10) VALUE " SITUACAO".

       01  WRK-LINHA-VERBETE.
           02 WRK-LV-COSIF         PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LV-DEB-ESTBAN    PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LV-DEB-COSIF     PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LV-CRE-ESTBAN    PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LV-CRE-COSIF     PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LV-SITUACAO      PIC X(10).

       01  WRK-LINHA-SEM-PLANO.
           02 FILLER               PIC X(26)
               VALUE "CONTA RAZAO SEM PLANO....:".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-CONTA          PIC 9(08).
           02 FILLER               PIC X(08) VALUE " FILIAL ".
           02 WRK-S-FILIAL         PIC 9(04).

       01  WRK-LINHA-SEM-MUNIC.
           02 FILLER               PIC X(26)
               VALUE "FILIAL SEM MUNICIPIO.....:".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-M-FILIAL         PIC 9(04).
           02 FILLER               PIC X(09) VALUE " VERBETE ".
           02 WRK-M-COSIF          PIC 9(08).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1100-CARREGAR-FILIAIS
               THRU 1100-CARREGAR-FILIAIS-EXIT.
           PERFORM 1200-CARREGAR-PRACAS
               THRU 1200-CARREGAR-PRACAS-EXIT.
           PERFORM 2000-ACUMULAR-JORNAL
               THRU 2000-ACUMULAR-JORNAL-EXIT
               UNTIL FIM-JORNAL.
           PERFORM 3000-ROLAR-PARA-COSIF
               THRU 3000-ROLAR-PARA-COSIF-EXIT
               VARYING WRK-RZ-IDX FROM 1 BY 1
               UNTIL WRK-RZ-IDX > WRK-MAX-RAZAO.
           PERFORM 4000-GRAVAR-ESTBAN     THRU 4000-GRAVAR-ESTBAN-EXIT.
           PERFORM 5000-CONFERIR-COSIF    THRU 5000-CONFERIR-COSIF-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-REF = WRK-DATA-HOJE / 100.

           MOVE "COSIFMES" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:6) IS NUMERIC
               AND WRK-PARM-VALOR (1:6) NOT = "000000"
               MOVE WRK-PARM-MES6 TO WRK-MES-REF
           END-IF.

           MOVE "ESTBSEDE" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:4) IS NUMERIC
               AND WRK-PARM-VALOR (1:4) NOT = "0000"
               MOVE WRK-PARM-FILIAL4 TO WRK-FILIAL-SEDE
           END-IF.

           OPEN INPUT JORNAL-FILE.
           IF WRK-STATUS-JORNAL NOT = "00"
               SET FIM-JORNAL TO TRUE
           END-IF.

           OPEN INPUT PLANO-FILE.

           OPEN OUTPUT EXPORT-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WRK-MES-REF TO WRK-LC-MES.
           MOVE WRK-LINHA-CABEC TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FILIAL DE CADA CONTA PELO MOVIMENTO; LANCAMENTO DE SISTEMA  *
      *>   (TRANS_FILIAL ZERADO) NAO DIZ NADA SOBRE A FILIAL           *
      *----------------------------------------------------------------*
       1100-CARREGAR-FILIAIS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               CLOSE TRANSACAO-FILE
               GO TO 1100-CARREGAR-FILIAIS-EXIT
           END-IF.

           PERFORM 1150-LER-TRANS THRU 1150-LER-TRANS-EXIT
               UNTIL FIM-TRANS.
           CLOSE TRANSACAO-FILE.
       1100-CARREGAR-FILIAIS-EXIT.
           EXIT.

       1150-LER-TRANS.
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
               GO TO 1150-LER-TRANS-EXIT
           END-IF.

           IF TRANS_FILIAL = ZEROS
               GO TO 1150-LER-TRANS-EXIT
           END-IF.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-FC-IDX TO 1.
           SEARCH WRK-FC-ITEM
               VARYING WRK-FC-IDX
               AT END
                   CONTINUE
               WHEN WRK-FC-IDX > WRK-MAX-FILIAIS-CONTA
                   CONTINUE
               WHEN WRK-FC-CONTA (WRK-FC-IDX) = TRANS_CONTA
                   MOVE TRANS_FILIAL TO WRK-FC-FILIAL (WRK-FC-IDX)
                   SET ACHOU TO TRUE
           END-SEARCH.

           IF ACHOU
               GO TO 1150-LER-TRANS-EXIT
           END-IF.

           IF WRK-MAX-FILIAIS-CONTA < 5000
               ADD 1 TO WRK-MAX-FILIAIS-CONTA
               SET WRK-FC-IDX TO WRK-MAX-FILIAIS-CONTA
               MOVE TRANS_CONTA  TO WRK-FC-CONTA (WRK-FC-IDX)
               MOVE TRANS_FILIAL TO WRK-FC-FILIAL (WRK-FC-IDX)
           END-IF.
       1150-LER-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARREGAR-PRACAS.
      *----------------------------------------------------------------*
           OPEN INPUT PRACA-FILE.
           IF WRK-STATUS-PRACA NOT = "00"
               DISPLAY "ESTBAN-GERA: FILIALOC INDISPONIVEL, ARQUIVO "
                   "SAI SEM CODIGO DE MUNICIPIO"
               CLOSE PRACA-FILE
               GO TO 1200-CARREGAR-PRACAS-EXIT
           END-IF.

           PERFORM 1250-LER-PRACA THRU 1250-LER-PRACA-EXIT
               UNTIL FIM-PRACA.
           CLOSE PRACA-FILE.
       1200-CARREGAR-PRACAS-EXIT.
           EXIT.

       1250-LER-PRACA.
           MOVE SPACES TO PRACA-REG.
           READ PRACA-FILE.
           IF WRK-STATUS-PRACA NOT = "00"
               SET FIM-PRACA TO TRUE
               GO TO 1250-LER-PRACA-EXIT
           END-IF.

           IF WRK-MAX-PRACAS < 500
               ADD 1 TO WRK-MAX-PRACAS
               SET WRK-PR-IDX TO WRK-MAX-PRACAS
               MOVE FLOC-FILIAL    TO WRK-PR-FILIAL (WRK-PR-IDX)
               MOVE FLOC-UF        TO WRK-PR-UF (WRK-PR-IDX)
               MOVE FLOC-COD-MUNIC TO WRK-PR-COD-MUNIC (WRK-PR-IDX)
           END-IF.
       1250-LER-PRACA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-ACUMULAR-JORNAL.
      *----------------------------------------------------------------*
           READ JORNAL-FILE.
           IF WRK-STATUS-JORNAL NOT = "00"
               SET FIM-JORNAL TO TRUE
               GO TO 2000-ACUMULAR-JORNAL-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-LANCAMENTOS.

           COMPUTE WRK-MES-LANC = GLJ_DATA / 100.
           IF WRK-MES-LANC NOT = WRK-MES-REF
               GO TO 2000-ACUMULAR-JORNAL-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-NO-MES.

           PERFORM 2100-ACHAR-FILIAL THRU 2100-ACHAR-FILIAL-EXIT.
           PERFORM 2500-ACHAR-RAZAO  THRU 2500-ACHAR-RAZAO-EXIT.
           IF NOT ACHOU
               ADD 1 TO WRK-QTDE-ESTOURO
               GO TO 2000-ACUMULAR-JORNAL-EXIT
           END-IF.

           IF GLJ_DC = "D"
               ADD GLJ_VALOR TO WRK-RZ-DEBITO (WRK-RZ-IDX)
           ELSE
               ADD GLJ_VALOR TO WRK-RZ-CREDITO (WRK-RZ-IDX)
           END-IF.
       2000-ACUMULAR-JORNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-ACHAR-FILIAL.
      *----------------------------------------------------------------*
           MOVE WRK-FILIAL-SEDE TO WRK-FILIAL.
           IF GLJ_CONTA_ORIGEM = ZEROS
               ADD 1 TO WRK-QTDE-NA-SEDE
               GO TO 2100-ACHAR-FILIAL-EXIT
           END-IF.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-FC-IDX TO 1.
           SEARCH WRK-FC-ITEM
               VARYING WRK-FC-IDX
               AT END
                   CONTINUE
               WHEN WRK-FC-IDX > WRK-MAX-FILIAIS-CONTA
                   CONTINUE
               WHEN WRK-FC-CONTA (WRK-FC-IDX) = GLJ_CONTA_ORIGEM
                   MOVE WRK-FC-FILIAL (WRK-FC-IDX) TO WRK-FILIAL
                   SET ACHOU TO TRUE
           END-SEARCH.
           IF NOT ACHOU
               ADD 1 TO WRK-QTDE-NA-SEDE
           END-IF.
       2100-ACHAR-FILIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-ACHAR-RAZAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           SET WRK-RZ-IDX TO 1.
           SEARCH WRK-RZ-ITEM
               VARYING WRK-RZ-IDX
               AT END
                   CONTINUE
               WHEN WRK-RZ-IDX > WRK-MAX-RAZAO
                   CONTINUE
               WHEN WRK-RZ-FILIAL (WRK-RZ-IDX) = WRK-FILIAL
                   AND WRK-RZ-CONTA (WRK-RZ-IDX) = GLJ_CONTA_GL
                   SET ACHOU TO TRUE
           END-SEARCH.
           IF ACHOU
               GO TO 2500-ACHAR-RAZAO-EXIT
           END-IF.

           IF WRK-MAX-RAZAO = 3000
               DISPLAY "TABELA DE RAZAO POR FILIAL CHEIA, CONTA "
                   GLJ_CONTA_GL " FILIAL " WRK-FILIAL " FICOU DE FORA"
               GO TO 2500-ACHAR-RAZAO-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-RAZAO.
           SET WRK-RZ-IDX TO WRK-MAX-RAZAO.
           MOVE WRK-FILIAL   TO WRK-RZ-FILIAL (WRK-RZ-IDX).
           MOVE GLJ_CONTA_GL TO WRK-RZ-CONTA (WRK-RZ-IDX).
           MOVE ZEROS        TO WRK-RZ-DEBITO (WRK-RZ-IDX).
           MOVE ZEROS        TO WRK-RZ-CREDITO (WRK-RZ-IDX).
           SET ACHOU TO TRUE.
       2500-ACHAR-RAZAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA DE RAZAO SEM PLANO FICA FORA, COMO EM COSIF-EXPORT,   *
      *>   PARA QUE OS DOIS ARQUIVOS CONTINUEM SOMANDO O MESMO         *
      *----------------------------------------------------------------*
       3000-ROLAR-PARA-COSIF.
      *----------------------------------------------------------------*
           MOVE WRK-RZ-CONTA (WRK-RZ-IDX) TO PCTA_CONTA.
           READ PLANO-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-PLANO
                   MOVE WRK-RZ-CONTA (WRK-RZ-IDX)  TO WRK-S-CONTA
                   MOVE WRK-RZ-FILIAL (WRK-RZ-IDX) TO WRK-S-FILIAL
                   MOVE WRK-LINHA-SEM-PLANO TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   GO TO 3000-ROLAR-PARA-COSIF-EXIT
           END-READ.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-VB-IDX TO 1.
           SEARCH WRK-VB-ITEM
               VARYING WRK-VB-IDX
               AT END
                   CONTINUE
               WHEN WRK-VB-IDX > WRK-MAX-VERBETES
                   CONTINUE
               WHEN WRK-VB-FILIAL (WRK-VB-IDX) = WRK-RZ-FILIAL
                                                   (WRK-RZ-IDX)
                   AND WRK-VB-COSIF (WRK-VB-IDX) = PCTA_COSIF
                   SET ACHOU TO TRUE
           END-SEARCH.

           IF NOT ACHOU
               IF WRK-MAX-VERBETES = 3000
                   ADD 1 TO WRK-QTDE-ESTOURO
                   GO TO 3000-ROLAR-PARA-COSIF-EXIT
               END-IF
               ADD 1 TO WRK-MAX-VERBETES
               SET WRK-VB-IDX TO WRK-MAX-VERBETES
               MOVE WRK-RZ-FILIAL (WRK-RZ-IDX)
                   TO WRK-VB-FILIAL (WRK-VB-IDX)
               MOVE PCTA_COSIF TO WRK-VB-COSIF (WRK-VB-IDX)
               MOVE ZEROS      TO WRK-VB-DEBITO (WRK-VB-IDX)
               MOVE ZEROS      TO WRK-VB-CREDITO (WRK-VB-IDX)
           END-IF.

           ADD WRK-RZ-DEBITO (WRK-RZ-IDX)
               TO WRK-VB-DEBITO (WRK-VB-IDX).
           ADD WRK-RZ-CREDITO (WRK-RZ-IDX)
               TO WRK-VB-CREDITO (WRK-VB-IDX).
       3000-ROLAR-PARA-COSIF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-GRAVAR-ESTBAN.
      *----------------------------------------------------------------*
           MOVE WRK-MES-REF   TO WRK-H-MES.
           MOVE WRK-DATA-HOJE TO WRK-H-DATA.
           WRITE EXPORT-LINHA FROM WRK-EXP-HEADER.

           PERFORM 4100-GRAVAR-DETALHE
               THRU 4100-GRAVAR-DETALHE-EXIT
               VARYING WRK-VB-IDX FROM 1 BY 1
               UNTIL WRK-VB-IDX > WRK-MAX-VERBETES.

           MOVE WRK-QTDE-DETALHES TO WRK-T-QTDE.
           MOVE WRK-TOTAL-DEBITO  TO WRK-T-DEBITO.
           MOVE WRK-TOTAL-CREDITO TO WRK-T-CREDITO.
           WRITE EXPORT-LINHA FROM WRK-EXP-TRAILER.
       4000-GRAVAR-ESTBAN-EXIT.
           EXIT.

       4100-GRAVAR-DETALHE.
           MOVE WRK-VB-FILIAL (WRK-VB-IDX)  TO WRK-D-FILIAL.
           MOVE SPACES                      TO WRK-D-UF.
           MOVE SPACES                      TO WRK-D-COD-MUNIC.
           MOVE "N" TO WRK-ACHOU.
           SET WRK-PR-IDX TO 1.
           SEARCH WRK-PR-ITEM
               VARYING WRK-PR-IDX
               AT END
                   CONTINUE
               WHEN WRK-PR-IDX > WRK-MAX-PRACAS
                   CONTINUE
               WHEN WRK-PR-FILIAL (WRK-PR-IDX) = WRK-VB-FILIAL
                                                   (WRK-VB-IDX)
                   MOVE WRK-PR-UF (WRK-PR-IDX) TO WRK-D-UF
                   MOVE WRK-PR-COD-MUNIC (WRK-PR-IDX)
                       TO WRK-D-COD-MUNIC
                   SET ACHOU TO TRUE
           END-SEARCH.

           IF NOT ACHOU
               OR WRK-D-COD-MUNIC IS NOT NUMERIC
               ADD 1 TO WRK-QTDE-SEM-MUNIC
               MOVE WRK-VB-FILIAL (WRK-VB-IDX) TO WRK-M-FILIAL
               MOVE WRK-VB-COSIF (WRK-VB-IDX)  TO WRK-M-COSIF
               MOVE WRK-LINHA-SEM-MUNIC TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           MOVE WRK-VB-COSIF (WRK-VB-IDX)   TO WRK-D-COSIF.
           MOVE WRK-VB-DEBITO (WRK-VB-IDX)  TO WRK-D-DEBITO.
           MOVE WRK-VB-CREDITO (WRK-VB-IDX) TO WRK-D-CREDITO.
           COMPUTE WRK-D-SALDO =
               WRK-VB-DEBITO (WRK-VB-IDX)
               - WRK-VB-CREDITO (WRK-VB-IDX).
           WRITE EXPORT-LINHA FROM WRK-EXP-DETALHE.
           ADD 1 TO WRK-QTDE-DETALHES.
           ADD WRK-VB-DEBITO (WRK-VB-IDX)  TO WRK-TOTAL-DEBITO.
           ADD WRK-VB-CREDITO (WRK-VB-IDX) TO WRK-TOTAL-CREDITO.

           MOVE WRK-VB-COSIF (WRK-VB-IDX) TO WRK-BUSCA-COSIF.
           PERFORM 4200-ACHAR-CONSOLIDADO
               THRU 4200-ACHAR-CONSOLIDADO-EXIT.
           IF ACHOU
               ADD WRK-VB-DEBITO (WRK-VB-IDX)
                   TO WRK-CN-DEBITO (WRK-CN-IDX)
               ADD WRK-VB-CREDITO (WRK-VB-IDX)
                   TO WRK-CN-CREDITO (WRK-CN-IDX)
           END-IF.
       4100-GRAVAR-DETALHE-EXIT.
           EXIT.

       4200-ACHAR-CONSOLIDADO.
           MOVE "N" TO WRK-ACHOU.
           SET WRK-CN-IDX TO 1.
           SEARCH WRK-CN-ITEM
               VARYING WRK-CN-IDX
               AT END
                   CONTINUE
               WHEN WRK-CN-IDX > WRK-MAX-CONSOLIDADO
                   CONTINUE
               WHEN WRK-CN-COSIF (WRK-CN-IDX) = WRK-BUSCA-COSIF
                   SET ACHOU TO TRUE
           END-SEARCH.
           IF ACHOU
               GO TO 4200-ACHAR-CONSOLIDADO-EXIT
           END-IF.

           IF WRK-MAX-CONSOLIDADO = 500
               ADD 1 TO WRK-QTDE-ESTOURO
               GO TO 4200-ACHAR-CONSOLIDADO-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-CONSOLIDADO.
           SET WRK-CN-IDX TO WRK-MAX-CONSOLIDADO.
           MOVE WRK-BUSCA-COSIF TO WRK-CN-COSIF (WRK-CN-IDX).
           MOVE ZEROS TO WRK-CN-DEBITO (WRK-CN-IDX).
           MOVE ZEROS TO WRK-CN-CREDITO (WRK-CN-IDX).
           MOVE ZEROS TO WRK-CN-EXP-DEBITO (WRK-CN-IDX).
           MOVE ZEROS TO WRK-CN-EXP-CREDITO (WRK-CN-IDX).
           SET ACHOU TO TRUE.
       4200-ACHAR-CONSOLIDADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONFERENCIA CONTRA O BALANCETE CONSOLIDADO: COSIFEXP TEM DE *
      *>   SER DO MESMO MES; VERBETE QUE SO EXISTE DE UM LADO TAMBEM   *
      *>   E DIVERGENCIA                                               *
      *----------------------------------------------------------------*
       5000-CONFERIR-COSIF.
      *----------------------------------------------------------------*
           OPEN INPUT COSIF-FILE.
           IF WRK-STATUS-COSIF NOT = "00"
               MOVE "COSIFEXP AUSENTE - CONFERENCIA NAO REALIZADA"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               CLOSE COSIF-FILE
               GO TO 5000-CONFERIR-COSIF-EXIT
           END-IF.

           PERFORM 5100-LER-COSIF THRU 5100-LER-COSIF-EXIT.
           IF FIM-COSIF
               OR CSX-TIPO NOT = "H "
               OR CSX-H-MES NOT = WRK-MES-REF
               MOVE "COSIFEXP DE OUTRO MES - CONFERENCIA NAO REALIZADA"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               CLOSE COSIF-FILE
               GO TO 5000-CONFERIR-COSIF-EXIT
           END-IF.

           SET COSIF-CONFERIDO TO TRUE.
           PERFORM 5100-LER-COSIF THRU 5100-LER-COSIF-EXIT.
           PERFORM 5200-GUARDAR-COSIF THRU 5200-GUARDAR-COSIF-EXIT
               UNTIL FIM-COSIF.
           CLOSE COSIF-FILE.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-TITULOS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 5300-IMPRIMIR-VERBETE
               THRU 5300-IMPRIMIR-VERBETE-EXIT
               VARYING WRK-CN-IDX FROM 1 BY 1
               UNTIL WRK-CN-IDX > WRK-MAX-CONSOLIDADO.

           MOVE ZEROS               TO WRK-LV-COSIF.
           MOVE WRK-TOTAL-DEBITO    TO WRK-LV-DEB-ESTBAN.
           MOVE WRK-COSIF-DEBITO    TO WRK-LV-DEB-COSIF.
           MOVE WRK-TOTAL-CREDITO   TO WRK-LV-CRE-ESTBAN.
           MOVE WRK-COSIF-CREDITO   TO WRK-LV-CRE-COSIF.
           IF WRK-TOTAL-DEBITO = WRK-COSIF-DEBITO
               AND WRK-TOTAL-CREDITO = WRK-COSIF-CREDITO
               MOVE "FECHA"     TO WRK-LV-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO WRK-LV-SITUACAO
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-VERBETE TO RELATORIO-LINHA.
           MOVE "TOTAL   " TO RELATORIO-LINHA (1:8).
           WRITE RELATORIO-LINHA.
       5000-CONFERIR-COSIF-EXIT.
           EXIT.

       5100-LER-COSIF.
           READ COSIF-FILE.
           IF WRK-STATUS-COSIF NOT = "00"
               SET FIM-COSIF TO TRUE
           END-IF.
       5100-LER-COSIF-EXIT.
           EXIT.

       5200-GUARDAR-COSIF.
           IF CSX-TIPO = "D "
               MOVE CSX-D-COSIF TO WRK-BUSCA-COSIF
               PERFORM 4200-ACHAR-CONSOLIDADO
                   THRU 4200-ACHAR-CONSOLIDADO-EXIT
               IF ACHOU
                   ADD CSX-D-DEBITO  TO WRK-CN-EXP-DEBITO (WRK-CN-IDX)
                   ADD CSX-D-CREDITO TO WRK-CN-EXP-CREDITO (WRK-CN-IDX)
               END-IF
               ADD CSX-D-DEBITO  TO WRK-COSIF-DEBITO
               ADD CSX-D-CREDITO TO WRK-COSIF-CREDITO
           END-IF.
           PERFORM 5100-LER-COSIF THRU 5100-LER-COSIF-EXIT.
       5200-GUARDAR-COSIF-EXIT.
           EXIT.

       5300-IMPRIMIR-VERBETE.
           MOVE WRK-CN-COSIF (WRK-CN-IDX)       TO WRK-LV-COSIF.
           MOVE WRK-CN-DEBITO (WRK-CN-IDX)      TO WRK-LV-DEB-ESTBAN.
           MOVE WRK-CN-EXP-DEBITO (WRK-CN-IDX)  TO WRK-LV-DEB-COSIF.
           MOVE WRK-CN-CREDITO (WRK-CN-IDX)     TO WRK-LV-CRE-ESTBAN.
           MOVE WRK-CN-EXP-CREDITO (WRK-CN-IDX) TO WRK-LV-CRE-COSIF.
           IF WRK-CN-DEBITO (WRK-CN-IDX)
                   = WRK-CN-EXP-DEBITO (WRK-CN-IDX)
               AND WRK-CN-CREDITO (WRK-CN-IDX)
                   = WRK-CN-EXP-CREDITO (WRK-CN-IDX)
               MOVE "FECHA"      TO WRK-LV-SITUACAO
           ELSE
               MOVE "DIVERGENTE" TO WRK-LV-SITUACAO
               ADD 1 TO WRK-QTDE-DIVERGENTES
           END-IF.
           MOVE WRK-LINHA-VERBETE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5300-IMPRIMIR-VERBETE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE JORNAL-FILE.
           CLOSE PLANO-FILE.
           CLOSE EXPORT-FILE.
           CLOSE RELATORIO-FILE.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           MOVE WRK-QTDE-DETALHES TO WRK-TRM-QTDE.
           MOVE WRK-TOTAL-DEBITO  TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.

           IF NOT COSIF-CONFERIDO
               OR WRK-QTDE-DIVERGENTES > ZEROS
               OR WRK-TOTAL-DEBITO NOT = WRK-COSIF-DEBITO
               OR WRK-TOTAL-CREDITO NOT = WRK-COSIF-CREDITO
               OR WRK-QTDE-SEM-MUNIC > ZEROS
               OR WRK-QTDE-SEM-PLANO > ZEROS
               OR WRK-QTDE-ESTOURO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== ESTBAN =====".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-QTDE-LANCAMENTOS.
           DISPLAY "LANCAMENTOS DO MES...: " WRK-QTDE-NO-MES.
           DISPLAY "ATRIBUIDOS A SEDE....: " WRK-QTDE-NA-SEDE.
           DISPLAY "LINHAS FILIAL/VERBETE: " WRK-QTDE-DETALHES.
           DISPLAY "CONTAS SEM PLANO.....: " WRK-QTDE-SEM-PLANO.
           DISPLAY "SEM MUNICIPIO........: " WRK-QTDE-SEM-MUNIC.
           DISPLAY "FORA POR TABELA CHEIA: " WRK-QTDE-ESTOURO.
           IF COSIF-CONFERIDO
               DISPLAY "VERBETES DIVERGENTES.: " WRK-QTDE-DIVERGENTES
           ELSE
               DISPLAY "CONFERENCIA COM COSIFEXP NAO REALIZADA"
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
