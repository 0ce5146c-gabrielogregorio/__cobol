      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RENDA-FOLHA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ALIMENTA O CADASTRO DE RENDA (RENDAMST) DOS    <*
      *>                EMPREGADOS DE CONVENIO A PARTIR DOS CREDITOS  <*
      *>                DE SALARIO POSTADOS POR FOLHA-CARGA.COB: OS   <*
      *>                LOTES FICAM CONTADOS EM FOLHACTR E O CREDITO  <*
      *>                DE CADA EMPREGADO EM FOLHAEMP, QUE E          <*
      *>                CLASSIFICADO POR CPF. A RENDA FONTE F E A     <*
      *>                SOMA DOS CREDITOS DO ULTIMO MES COMPLETO      <*
      *>                (MES ANTERIOR AO CORRENTE), VERIFICADA NA     <*
      *>                DATA DO ULTIMO CREDITO, COM O CNPJ DO         <*
      *>                EMPREGADOR. RENDA DECLARADA OU COMPROVADA     <*
      *>                (RENDA-MANUT.COB) SO E SUBSTITUIDA QUANDO A   <*
      *>                FOLHA E MAIS RECENTE QUE A VERIFICACAO DELA;  <*
      *>                A OCUPACAO CADASTRADA E MANTIDA. TODA MUDANCA <*
      *>                DE VALOR VAI PARA O AUDIT-LOG                 <*
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
           SELECT FOLHAEMP-FILE       ASSIGN TO "FOLHAEMP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-FEMP.

           SELECT CLASSIFICADO-FILE   ASSIGN TO "RENDASRT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CLASS.

           SELECT ORDENACAO-FILE      ASSIGN TO "RENDASRTWK".

           SELECT RENDA-FILE          ASSIGN TO "RENDAMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RND_CPF
               FILE STATUS        IS WRK-STATUS-RND.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  FOLHAEMP-FILE.
           COPY FOLHAEMP-REG.

       FD  CLASSIFICADO-FILE.
       01  CLASSIFICADO-REG.
           02 CLS-DATA                PIC 9(08).
           02 CLS-CNPJ                PIC X(14).
           02 CLS-CPF                 PIC X(11).
           02 CLS-CONTA               PIC 9(08).
           02 CLS-VALOR               PIC 9(09)V99.

       SD  ORDENACAO-FILE.
       01  ORDENACAO-REG.
           02 ORD-DATA                PIC 9(08).
           02 ORD-CNPJ                PIC X(14).
           02 ORD-CPF                 PIC X(11).
           02 ORD-CONTA               PIC 9(08).
           02 ORD-VALOR               PIC 9(09)V99.

       FD  RENDA-FILE.
           COPY RENDA-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-FEMP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLASS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RND         PIC X(02) VALUE SPACES.
       77  WRK-FIM-CLASS          PIC X(01) VALUE "N".
           88 FIM-CLASS               VALUE "S".
       77  WRK-RENDA-EXISTE       PIC X(01) VALUE "N".
           88 RENDA-EXISTE            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-MES-CALC           PIC 9(06) VALUE ZEROS.
       01  WRK-MES-CALC-R REDEFINES WRK-MES-CALC.
           02 WRK-CALC-ANO        PIC 9(04).
           02 WRK-CALC-MES        PIC 9(02).
       77  WRK-MES-REFERENCIA     PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   ACUMULADO DO CPF CORRENTE NA QUEBRA                         *
      *----------------------------------------------------------------*
       77  WRK-CPF-QUEBRA         PIC X(11) VALUE SPACES.
       77  WRK-SOMA-CREDITOS      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DATA-ULTIMO        PIC 9(08) VALUE ZEROS.
       77  WRK-CNPJ-ULTIMO        PIC X(14) VALUE SPACES.

       77  WRK-QTDE-CREDITOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EMPREGADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ATUALIZADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-MANTIDAS      PIC 9(07) VALUE ZEROS.

       01  WRK-IMAGEM-RENDA.
           02 WRK-IR-FONTE         PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IR-VALOR         PIC 9(09)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IR-OCUPACAO      PIC X(06).
           02 FILLER               PIC X(10) VALUE SPACES.

       77  WRK-OPERADOR            PIC X(08) VALUE "BATCH".
       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "RND_VALOR".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           IF FIM-CLASS
               GO TO 0000-MAINLINE-FIM
           END-IF.
           PERFORM 2000-PROCESSAR-CREDITO
               THRU 2000-PROCESSAR-CREDITO-EXIT
               UNTIL FIM-CLASS.
           PERFORM 3000-ATUALIZAR-RENDA  THRU 3000-ATUALIZAR-RENDA-EXIT.
       0000-MAINLINE-FIM.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *>   MES DE REFERENCIA: O ULTIMO MES COMPLETO
           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-CALC.
           IF WRK-CALC-MES = 1
               MOVE 12 TO WRK-CALC-MES
               SUBTRACT 1 FROM WRK-CALC-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CALC-MES
           END-IF.
           MOVE WRK-MES-CALC TO WRK-MES-REFERENCIA.

           OPEN I-O RENDA-FILE.
           IF WRK-STATUS-RND = "35"
               CLOSE RENDA-FILE
               OPEN OUTPUT RENDA-FILE
               CLOSE RENDA-FILE
               OPEN I-O RENDA-FILE
           END-IF.

           OPEN INPUT FOLHAEMP-FILE.
           IF WRK-STATUS-FEMP NOT = "00"
               DISPLAY "HISTORICO DE FOLHA FOLHAEMP AUSENTE"
               SET FIM-CLASS TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           CLOSE FOLHAEMP-FILE.

           SORT ORDENACAO-FILE
               ON ASCENDING KEY ORD-CPF ORD-DATA
               USING FOLHAEMP-FILE
               GIVING CLASSIFICADO-FILE.

           OPEN INPUT CLASSIFICADO-FILE.
           IF WRK-STATUS-CLASS NOT = "00"
               SET FIM-CLASS TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 2100-LER-CLASSIFICADO
               THRU 2100-LER-CLASSIFICADO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO CONTAM OS CREDITOS DO MES DE REFERENCIA; A QUEBRA DE CPF *
      *>   GRAVA A RENDA DO EMPREGADO ANTERIOR                         *
      *----------------------------------------------------------------*
       2000-PROCESSAR-CREDITO.
      *----------------------------------------------------------------*
           IF CLS-DATA (1:6) NOT = WRK-MES-REFERENCIA
               GO TO 2000-PROCESSAR-CREDITO-LER
           END-IF.

           IF CLS-CPF NOT = WRK-CPF-QUEBRA
               PERFORM 3000-ATUALIZAR-RENDA
                   THRU 3000-ATUALIZAR-RENDA-EXIT
               MOVE CLS-CPF TO WRK-CPF-QUEBRA
               MOVE ZEROS   TO WRK-SOMA-CREDITOS
           END-IF.

           ADD 1 TO WRK-QTDE-CREDITOS.
           ADD CLS-VALOR TO WRK-SOMA-CREDITOS.
           MOVE CLS-DATA TO WRK-DATA-ULTIMO.
           MOVE CLS-CNPJ TO WRK-CNPJ-ULTIMO.

       2000-PROCESSAR-CREDITO-LER.
           PERFORM 2100-LER-CLASSIFICADO
               THRU 2100-LER-CLASSIFICADO-EXIT.
       2000-PROCESSAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-CLASSIFICADO.
      *----------------------------------------------------------------*
           READ CLASSIFICADO-FILE.
           IF WRK-STATUS-CLASS NOT = "00"
               SET FIM-CLASS TO TRUE
           END-IF.
       2100-LER-CLASSIFICADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRAVA A RENDA FONTE F DO CPF ACUMULADO. RENDA MANUAL        *
      *>   VERIFICADA DEPOIS DO ULTIMO CREDITO PREVALECE               *
      *----------------------------------------------------------------*
       3000-ATUALIZAR-RENDA.
      *----------------------------------------------------------------*
           IF WRK-CPF-QUEBRA = SPACES
               OR WRK-SOMA-CREDITOS = ZEROS
               GO TO 3000-ATUALIZAR-RENDA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-EMPREGADOS.

           MOVE WRK-CPF-QUEBRA TO RND_CPF.
           READ RENDA-FILE
               INVALID KEY
                   MOVE "N" TO WRK-RENDA-EXISTE
                   MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
                   MOVE SPACES TO RND_OCUPACAO
               NOT INVALID KEY
                   SET RENDA-EXISTE TO TRUE
                   MOVE RND_FONTE     TO WRK-IR-FONTE
                   MOVE RND_VALOR     TO WRK-IR-VALOR
                   MOVE RND_OCUPACAO  TO WRK-IR-OCUPACAO
                   MOVE WRK-IMAGEM-RENDA TO WRK-AUDIT-VALOR-ANTIGO
           END-READ.

           IF RENDA-EXISTE
               AND RND-FONTE-MANUAL
               AND RND_DATA_VERIFICACAO > WRK-DATA-ULTIMO
               ADD 1 TO WRK-QTDE-MANTIDAS
               GO TO 3000-ATUALIZAR-RENDA-EXIT
           END-IF.

           MOVE WRK-CPF-QUEBRA    TO RND_CPF.
           MOVE WRK-SOMA-CREDITOS TO RND_VALOR.
           SET RND-FOLHA          TO TRUE.
           MOVE WRK-DATA-ULTIMO   TO RND_DATA_VERIFICACAO.
           MOVE WRK-CNPJ-ULTIMO   TO RND_CNPJ_FONTE.
           MOVE WRK-OPERADOR      TO RND_OPERADOR.

           MOVE RND_FONTE    TO WRK-IR-FONTE.
           MOVE RND_VALOR    TO WRK-IR-VALOR.
           MOVE RND_OCUPACAO TO WRK-IR-OCUPACAO.
           MOVE WRK-IMAGEM-RENDA TO WRK-AUDIT-VALOR-NOVO.

           IF RENDA-EXISTE
               REWRITE RENDA-REG
               ADD 1 TO WRK-QTDE-ATUALIZADAS
           ELSE
               WRITE RENDA-REG
               ADD 1 TO WRK-QTDE-INCLUIDAS
           END-IF.

           IF WRK-AUDIT-VALOR-NOVO NOT = WRK-AUDIT-VALOR-ANTIGO
               MOVE RND_CPF TO WRK-AUDIT-CHAVE
               CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
                   WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
                   WRK-AUDIT-CHAVE
           END-IF.
       3000-ATUALIZAR-RENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RENDA-FILE.
           IF WRK-STATUS-FEMP = "00"
               CLOSE CLASSIFICADO-FILE
           END-IF.

           DISPLAY "===== RENDA PELOS CREDITOS DE SALARIO =====".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REFERENCIA.
           DISPLAY "CREDITOS NO MES......: " WRK-QTDE-CREDITOS.
           DISPLAY "EMPREGADOS...........: " WRK-QTDE-EMPREGADOS.
           DISPLAY "RENDAS INCLUIDAS.....: " WRK-QTDE-INCLUIDAS.
           DISPLAY "RENDAS ATUALIZADAS...: " WRK-QTDE-ATUALIZADAS.
           DISPLAY "MANUAIS MAIS RECENTES: " WRK-QTDE-MANTIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
