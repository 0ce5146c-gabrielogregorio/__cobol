      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RENDA-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO CADASTRO DE RENDA E OCUPACAO     <*
      *>                (RENDAMST) A PARTIR DO LOTE RENDAMOV: FUNCAO  <*
      *>                I (INFORMAR A RENDA MENSAL DECLARADA - FONTE  <*
      *>                D - OU COMPROVADA POR DOCUMENTO - FONTE C -,  <*
      *>                COM A OCUPACAO E A DATA DA VERIFICACAO) E E   <*
      *>                (EXCLUIR O REGISTRO). A FONTE F E EXCLUSIVA   <*
      *>                DA CARGA PELOS CREDITOS DE SALARIO (RENDA-    <*
      *>                FOLHA.COB). O CPF PRECISA PASSAR NO CPF-CHECK <*
      *>                E EXISTIR EM CLIMAST; A DATA DA VERIFICACAO   <*
      *>                NAO PODE SER FUTURA (ZERADA VALE HOJE).       <*
      *>                OPERADOR COM A FUNCAO RENDA-MANUT EM          <*
      *>                AUTORIZA-CHECK; TODA MUDANCA DE RENDA E       <*
      *>                AUDITADA VIA AUDIT-LOG                        <*
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
           SELECT RENDA-FILE          ASSIGN TO "RENDAMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RND_CPF
               FILE STATUS        IS WRK-STATUS-RND.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT MANUT-FILE          ASSIGN TO "RENDAMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  RENDA-FILE.
           COPY RENDA-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 RMV-FUNCAO              PIC X(01).
               88 RMV-INFORMAR            VALUE "I".
               88 RMV-EXCLUIR             VALUE "E".
           02 RMV-CPF                 PIC X(11).
           02 RMV-FONTE               PIC X(01).
           02 RMV-VALOR               PIC 9(09)V99.
           02 RMV-OCUPACAO            PIC X(06).
           02 RMV-DATA-VERIFICACAO    PIC 9(08).
           02 RMV-OPERADOR            PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RND         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INFORMADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.

       77  WRK-CPF-VALIDO         PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO           VALUE "S".
       77  WRK-RENDA-EXISTE       PIC X(01) VALUE "N".
           88 RENDA-EXISTE            VALUE "S".

      *----------------------------------------------------------------*
      *>   IMAGEM DA RENDA PARA A AUDITORIA: FONTE E VALOR MENSAL      *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-RENDA.
           02 WRK-IR-FONTE         PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IR-VALOR         PIC 9(09)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IR-OCUPACAO      PIC X(06).
           02 FILLER               PIC X(10) VALUE SPACES.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "RND_VALOR".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "RENDA-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

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

           OPEN I-O RENDA-FILE.
           IF WRK-STATUS-RND = "35"
               CLOSE RENDA-FILE
               OPEN OUTPUT RENDA-FILE
               CLOSE RENDA-FILE
               OPEN I-O RENDA-FILE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "MESTRE DE CLIENTES CLIMAST AUSENTE"
               SET SEM-MASTER TO TRUE
               SET FIM-MANUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

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

           CALL "AUTORIZA-CHECK" USING RMV-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA CADASTRO DE RENDA: "
                   RMV-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           EVALUATE TRUE
               WHEN RMV-INFORMAR
                   PERFORM 3000-INFORMAR-RENDA
                       THRU 3000-INFORMAR-RENDA-EXIT
               WHEN RMV-EXCLUIR
                   PERFORM 5000-EXCLUIR-RENDA
                       THRU 5000-EXCLUIR-RENDA-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE RENDA INVALIDA: " RMV-FUNCAO
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
      *>   INFORMAR: INCLUI OU SUBSTITUI A RENDA DO CPF, QUALQUER QUE  *
      *>   SEJA A FONTE ANTERIOR; A AUDITORIA GUARDA AS DUAS IMAGENS   *
      *----------------------------------------------------------------*
       3000-INFORMAR-RENDA.
      *----------------------------------------------------------------*
           CALL "CPF-CHECK" USING RMV-CPF WRK-CPF-VALIDO.
           IF NOT CPF-EH-VALIDO
               DISPLAY "CPF INVALIDO, RENDA REJEITADA: " RMV-CPF
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INFORMAR-RENDA-EXIT
           END-IF.

           MOVE RMV-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO, RENDA REJEITADA: "
                       RMV-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INFORMAR-RENDA-EXIT
           END-READ.

           IF RMV-FONTE NOT = "D" AND RMV-FONTE NOT = "C"
               DISPLAY "FONTE DE RENDA INVALIDA (D OU C): " RMV-CPF
                   " " RMV-FONTE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INFORMAR-RENDA-EXIT
           END-IF.

           IF RMV-VALOR IS NOT NUMERIC OR RMV-VALOR = ZEROS
               DISPLAY "VALOR DE RENDA INVALIDO: " RMV-CPF
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INFORMAR-RENDA-EXIT
           END-IF.

           IF RMV-DATA-VERIFICACAO IS NOT NUMERIC
               OR RMV-DATA-VERIFICACAO = ZEROS
               MOVE WRK-DATA-HOJE TO RMV-DATA-VERIFICACAO
           END-IF.
           IF RMV-DATA-VERIFICACAO > WRK-DATA-HOJE
               DISPLAY "DATA DE VERIFICACAO FUTURA, RENDA REJEITADA: "
                   RMV-CPF
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INFORMAR-RENDA-EXIT
           END-IF.

           MOVE RMV-CPF TO RND_CPF.
           READ RENDA-FILE
               INVALID KEY
                   MOVE "N" TO WRK-RENDA-EXISTE
                   MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
               NOT INVALID KEY
                   SET RENDA-EXISTE TO TRUE
                   MOVE RND_FONTE     TO WRK-IR-FONTE
                   MOVE RND_VALOR     TO WRK-IR-VALOR
                   MOVE RND_OCUPACAO  TO WRK-IR-OCUPACAO
                   MOVE WRK-IMAGEM-RENDA TO WRK-AUDIT-VALOR-ANTIGO
           END-READ.

           MOVE RMV-CPF              TO RND_CPF.
           MOVE RMV-VALOR            TO RND_VALOR.
           MOVE RMV-FONTE            TO RND_FONTE.
           MOVE RMV-OCUPACAO         TO RND_OCUPACAO.
           MOVE RMV-DATA-VERIFICACAO TO RND_DATA_VERIFICACAO.
           MOVE SPACES               TO RND_CNPJ_FONTE.
           MOVE RMV-OPERADOR         TO RND_OPERADOR.

           IF RENDA-EXISTE
               REWRITE RENDA-REG
           ELSE
               WRITE RENDA-REG
           END-IF.
           IF WRK-STATUS-RND NOT = "00"
               DISPLAY "ERRO AO GRAVAR RENDA " RMV-CPF
                   " STATUS " WRK-STATUS-RND
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INFORMAR-RENDA-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-INFORMADOS.
           MOVE RND_FONTE    TO WRK-IR-FONTE.
           MOVE RND_VALOR    TO WRK-IR-VALOR.
           MOVE RND_OCUPACAO TO WRK-IR-OCUPACAO.
           MOVE WRK-IMAGEM-RENDA TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INFORMAR-RENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-EXCLUIR-RENDA.
      *----------------------------------------------------------------*
           MOVE RMV-CPF TO RND_CPF.
           READ RENDA-FILE
               INVALID KEY
                   DISPLAY "CPF SEM RENDA CADASTRADA, EXCLUSAO "
                       "REJEITADA: " RMV-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-RENDA-EXIT
           END-READ.

           MOVE RND_FONTE    TO WRK-IR-FONTE.
           MOVE RND_VALOR    TO WRK-IR-VALOR.
           MOVE RND_OCUPACAO TO WRK-IR-OCUPACAO.
           MOVE WRK-IMAGEM-RENDA TO WRK-AUDIT-VALOR-ANTIGO.

           DELETE RENDA-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR RENDA " RMV-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-RENDA-EXIT
           END-DELETE.

           ADD 1 TO WRK-QTDE-EXCLUIDOS.
           MOVE SPACES TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-EXCLUIR-RENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE RMV-CPF TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING RMV-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RENDA-FILE.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DO CADASTRO DE RENDA =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "RENDAS INFORMADAS....: " WRK-QTDE-INFORMADOS.
           DISPLAY "RENDAS EXCLUIDAS.....: " WRK-QTDE-EXCLUIDOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
