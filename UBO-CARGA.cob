      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. UBO-CARGA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CARGA DO REGISTRO DE BENEFICIARIO FINAL DOS    <*
      *>                CLIENTES PESSOA JURIDICA (UBOMST, LAYOUT NO   <*
      *>                COPYBOOK UBO-REG) A PARTIR DO LOTE UBOCADIN   <*
      *>                DE COMPLIANCE: FUNCAO I INCLUI OU ATUALIZA O  <*
      *>                DONO (CNPJ, CPF, NOME, PERCENTUAL DETIDO E    <*
      *>                TIPO DE CONTROLE D DIRETO, I INDIRETO ATRAVES <*
      *>                DE OUTRA EMPRESA OU G GESTAO) E FUNCAO D      <*
      *>                DESLIGA. O CNPJ PASSA NO CNPJ-CHECK, O CPF NO <*
      *>                CPF-CHECK E O OPERADOR PRECISA DE PERMISSAO   <*
      *>                NO PERFIL (AUTORIZA-CHECK.COB). TODA          <*
      *>                INCLUSAO, ALTERACAO E DESLIGAMENTO E AUDITADA <*
      *>                EM AUDITLOG COM A IMAGEM ANTES/DEPOIS. O      <*
      *>                REGISTRO ALIMENTA A CLASSIFICACAO DE RISCO DA <*
      *>                EMPRESA (CLIENTE-RISCO.COB)                   <*
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
           SELECT UBO-FILE            ASSIGN TO "UBOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS UBO-CHAVE
               ALTERNATE RECORD KEY IS UBO_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-UBO.

           SELECT MANUT-FILE          ASSIGN TO "UBOCADIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  UBO-FILE.
           COPY UBO-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 UMAN-FUNCAO             PIC X(01).
               88 UMAN-INCLUIR            VALUE "I".
               88 UMAN-DESLIGAR           VALUE "D".
           02 UMAN-CNPJ               PIC X(14).
           02 UMAN-CPF                PIC X(11).
           02 UMAN-NOME               PIC X(20).
           02 UMAN-PERCENTUAL         PIC 9(03)V99.
           02 UMAN-TIPO-CONTROLE      PIC X(01).
           02 UMAN-CNPJ-VIA           PIC X(14).
           02 UMAN-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-UBO         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTERADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DESLIGADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-CPF-VALIDO         PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO           VALUE "S".
           88 CPF-EH-INVALIDO         VALUE "N".
       77  WRK-CNPJ-VALIDO        PIC X(01) VALUE "N".
           88 CNPJ-EH-VALIDO          VALUE "S".
           88 CNPJ-EH-INVALIDO        VALUE "N".
       77  WRK-VINCULO-OK         PIC X(01) VALUE "N".
           88 VINCULO-VALIDO          VALUE "S".
           88 VINCULO-INVALIDO        VALUE "N".
       77  WRK-UBO-EXISTE         PIC X(01) VALUE "N".
           88 UBO-JA-EXISTE           VALUE "S".

      *----------------------------------------------------------------*
      *>   IMAGEM DO VINCULO GRAVADA NO AUDITLOG (ANTES E DEPOIS)      *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-UBO.
           02 WRK-IMG-CNPJ         PIC X(14).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IMG-TIPO         PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IMG-PERCENTUAL   PIC ZZ9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IMG-SITUACAO     PIC X(01).

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "UBO-CARGA".
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

           OPEN I-O UBO-FILE.
           IF WRK-STATUS-UBO = "35"
               CLOSE UBO-FILE
               OPEN OUTPUT UBO-FILE
               CLOSE UBO-FILE
               OPEN I-O UBO-FILE
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

           CALL "AUTORIZA-CHECK" USING UMAN-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA UBO: "
                   UMAN-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           EVALUATE TRUE
               WHEN UMAN-INCLUIR
                   PERFORM 3000-INCLUIR-UBO
                       THRU 3000-INCLUIR-UBO-EXIT
               WHEN UMAN-DESLIGAR
                   PERFORM 5000-DESLIGAR-UBO
                       THRU 5000-DESLIGAR-UBO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE UBO INVALIDA: " UMAN-FUNCAO
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
       3000-INCLUIR-UBO.
      *----------------------------------------------------------------*
           PERFORM 4000-CRITICAR-VINCULO
               THRU 4000-CRITICAR-VINCULO-EXIT.
           IF VINCULO-INVALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-UBO-EXIT
           END-IF.

           MOVE "N" TO WRK-UBO-EXISTE.
           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE UMAN-CNPJ TO UBO_CNPJ.
           MOVE UMAN-CPF  TO UBO_CPF.
           READ UBO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET UBO-JA-EXISTE TO TRUE
                   PERFORM 8000-MONTAR-IMAGEM
                       THRU 8000-MONTAR-IMAGEM-EXIT
                   MOVE WRK-IMAGEM-UBO TO WRK-AUDIT-VALOR-ANTIGO
           END-READ.

           MOVE UMAN-CNPJ          TO UBO_CNPJ.
           MOVE UMAN-CPF           TO UBO_CPF.
           MOVE UMAN-NOME          TO UBO_NOME.
           MOVE UMAN-PERCENTUAL    TO UBO_PERCENTUAL.
           MOVE UMAN-TIPO-CONTROLE TO UBO_TIPO_CONTROLE.
           IF UBO-INDIRETO
               MOVE UMAN-CNPJ-VIA  TO UBO_CNPJ_VIA
           ELSE
               MOVE SPACES         TO UBO_CNPJ_VIA
           END-IF.
           MOVE WRK-DATA-HOJE      TO UBO_DATA_ATUALIZACAO.
           MOVE UMAN-OPERADOR      TO UBO_OPERADOR.
           SET UBO-ATIVO TO TRUE.

           IF UBO-JA-EXISTE
               REWRITE UBO-REG
               ADD 1 TO WRK-QTDE-ALTERADOS
           ELSE
               WRITE UBO-REG
               ADD 1 TO WRK-QTDE-INCLUIDOS
           END-IF.

           PERFORM 8000-MONTAR-IMAGEM THRU 8000-MONTAR-IMAGEM-EXIT.
           MOVE WRK-IMAGEM-UBO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 8500-AUDITAR THRU 8500-AUDITAR-EXIT.
       3000-INCLUIR-UBO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PARTICIPACAO DIRETA OU INDIRETA TEM PERCENTUAL ENTRE ZERO E *
      *>   CEM; O CONTROLE POR GESTAO (ADMINISTRADOR SEM QUOTAS) PODE  *
      *>   VIR ZERADO. A INDIRETA EXIGE A EMPRESA INTERMEDIARIA, QUE   *
      *>   NAO PODE SER A PROPRIA EMPRESA                              *
      *----------------------------------------------------------------*
       4000-CRITICAR-VINCULO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-VINCULO-OK.

           CALL "CNPJ-CHECK" USING UMAN-CNPJ WRK-CNPJ-VALIDO.
           IF CNPJ-EH-INVALIDO
               DISPLAY "CNPJ INVALIDO, UBO REJEITADO: " UMAN-CNPJ
               GO TO 4000-CRITICAR-VINCULO-EXIT
           END-IF.

           CALL "CPF-CHECK" USING UMAN-CPF WRK-CPF-VALIDO.
           IF CPF-EH-INVALIDO
               DISPLAY "CPF INVALIDO, UBO REJEITADO: " UMAN-CPF
               GO TO 4000-CRITICAR-VINCULO-EXIT
           END-IF.

           MOVE UMAN-TIPO-CONTROLE TO UBO_TIPO_CONTROLE.
           IF NOT UBO-TIPO-VALIDO
               DISPLAY "TIPO DE CONTROLE INVALIDO, UBO REJEITADO: "
                   UMAN-CPF " TIPO " UMAN-TIPO-CONTROLE
               GO TO 4000-CRITICAR-VINCULO-EXIT
           END-IF.

           IF UMAN-PERCENTUAL IS NOT NUMERIC
               OR UMAN-PERCENTUAL > 100
               OR (UMAN-PERCENTUAL = ZEROS AND NOT UBO-GESTAO)
               DISPLAY "PERCENTUAL INVALIDO, UBO REJEITADO: "
                   UMAN-CPF " CNPJ " UMAN-CNPJ
               GO TO 4000-CRITICAR-VINCULO-EXIT
           END-IF.

           IF UBO-INDIRETO
               IF UMAN-CNPJ-VIA = UMAN-CNPJ
                   DISPLAY "EMPRESA INTERMEDIARIA IGUAL A PROPRIA, "
                       "UBO REJEITADO: " UMAN-CPF
                       GO TO 4000-CRITICAR-VINCULO-EXIT
               END-IF
               CALL "CNPJ-CHECK" USING UMAN-CNPJ-VIA WRK-CNPJ-VALIDO
               IF CNPJ-EH-INVALIDO
                   DISPLAY "CNPJ INTERMEDIARIO INVALIDO, UBO "
                       "REJEITADO: " UMAN-CNPJ-VIA
                   GO TO 4000-CRITICAR-VINCULO-EXIT
               END-IF
           END-IF.

           SET VINCULO-VALIDO TO TRUE.
       4000-CRITICAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-DESLIGAR-UBO.
      *----------------------------------------------------------------*
           MOVE UMAN-CNPJ TO UBO_CNPJ.
           MOVE UMAN-CPF  TO UBO_CPF.
           READ UBO-FILE
               INVALID KEY
                   DISPLAY "UBO NAO ENCONTRADO, DESLIGAMENTO "
                       "REJEITADO: " UMAN-CNPJ " " UMAN-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-DESLIGAR-UBO-EXIT
           END-READ.

           PERFORM 8000-MONTAR-IMAGEM THRU 8000-MONTAR-IMAGEM-EXIT.
           MOVE WRK-IMAGEM-UBO TO WRK-AUDIT-VALOR-ANTIGO.

           SET UBO-DESLIGADO TO TRUE.
           MOVE WRK-DATA-HOJE TO UBO_DATA_ATUALIZACAO.
           MOVE UMAN-OPERADOR TO UBO_OPERADOR.
           REWRITE UBO-REG.

           ADD 1 TO WRK-QTDE-DESLIGADOS.

           PERFORM 8000-MONTAR-IMAGEM THRU 8000-MONTAR-IMAGEM-EXIT.
           MOVE WRK-IMAGEM-UBO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 8500-AUDITAR THRU 8500-AUDITAR-EXIT.
       5000-DESLIGAR-UBO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-MONTAR-IMAGEM.
      *----------------------------------------------------------------*
           MOVE UBO_CNPJ          TO WRK-IMG-CNPJ.
           MOVE UBO_TIPO_CONTROLE TO WRK-IMG-TIPO.
           MOVE UBO_PERCENTUAL    TO WRK-IMG-PERCENTUAL.
           MOVE UBO_SITUACAO      TO WRK-IMG-SITUACAO.
       8000-MONTAR-IMAGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8500-AUDITAR.
      *----------------------------------------------------------------*
           MOVE "UBO-REGISTRO"   TO WRK-AUDIT-CAMPO.
           MOVE UMAN-CPF         TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING UMAN-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       8500-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE UBO-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== CARGA DO REGISTRO DE UBO =====".
           DISPLAY "MOVIMENTOS LIDOS.....: " WRK-QTDE-LIDOS.
           DISPLAY "UBO INCLUIDOS........: " WRK-QTDE-INCLUIDOS.
           DISPLAY "UBO ALTERADOS........: " WRK-QTDE-ALTERADOS.
           DISPLAY "UBO DESLIGADOS.......: " WRK-QTDE-DESLIGADOS.
           DISPLAY "REJEITADOS...........: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
