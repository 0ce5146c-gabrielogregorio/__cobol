      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUTO-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO CATALOGO DE PRODUTOS DE CONTA    <*
      *>                (PRODUTOMST) A PARTIR DO LOTE PRODMANUT       <*
      *>                (FUNCAO A/C/D/I E OS ATRIBUTOS DO PRODUTO),   <*
      *>                NO MESMO IDIOMA DE APLICAUT-MANUT.COB. A      <*
      *>                FAMILIA NAO SE TROCA POR ALTERACAO (AS CONTAS <*
      *>                JA ABERTAS GUARDAM A FAMILIA REGULATORIA EM   <*
      *>                CONTA_PRODUTO) E A POUPANCA E SEMPRE DE       <*
      *>                RENDIMENTO NO ANIVERSARIO. A EXCLUSAO E       <*
      *>                LOGICA: O PRODUTO FICA SUSPENSO PARA NOVAS    <*
      *>                ABERTURAS E AS CONTAS EXISTENTES CONTINUAM    <*
      *>                COM AS SUAS REGRAS. TODA MUDANCA E AUDITADA   <*
      *>                VIA AUDIT-LOG                                 <*
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
           SELECT PRODUTO-FILE        ASSIGN TO "PRODUTOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PROD_CODIGO
               FILE STATUS        IS WRK-STATUS-PROD.

           SELECT MANUT-FILE          ASSIGN TO "PRODMANUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PRODUTO-FILE.
           COPY PRODUTO-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 PMAN-FUNCAO             PIC X(01).
               88 PMAN-ADD                VALUE "A".
               88 PMAN-CHANGE             VALUE "C".
               88 PMAN-DELETE             VALUE "D".
               88 PMAN-INQUIRY            VALUE "I".
           02 PMAN-CODIGO             PIC X(04).
           02 PMAN-DESCRICAO          PIC X(30).
           02 PMAN-FAMILIA            PIC X(01).
           02 PMAN-REGRA-JUROS        PIC X(01).
           02 PMAN-TAXA-PROPRIA       PIC X(01).
           02 PMAN-TAXA-DEVEDORA      PIC 9(01)V9(06).
           02 PMAN-TAXA-CREDORA       PIC 9(01)V9(06).
           02 PMAN-SERVICO-TARIFA     PIC X(10).
           02 PMAN-PUBLICO            PIC X(01).
           02 PMAN-IDADE-MINIMA       PIC 9(03).
           02 PMAN-PERMITE-CHEQUE     PIC X(01).
           02 PMAN-PERMITE-CARTAO     PIC X(01).
           02 PMAN-SITUACAO           PIC X(01).
           02 PMAN-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PROD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-CRITICA            PIC X(01) VALUE "N".
           88 CRITICA-OK              VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTERADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SUSPENSOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "PRODUTO-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".
       77  WRK-QTDE-SEM-PERMISSAO  PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   RESUMO DO PRODUTO PARA A TRILHA DE AUDITORIA                *
      *----------------------------------------------------------------*
       01  WRK-RESUMO-PRODUTO.
           02 WRK-RS-FAMILIA       PIC X(01).
           02 WRK-RS-REGRA         PIC X(01).
           02 WRK-RS-TAXA-PROPRIA  PIC X(01).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-RS-SERVICO       PIC X(10).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-RS-PUBLICO       PIC X(01).
           02 WRK-RS-IDADE         PIC 9(03).
           02 WRK-RS-CHEQUE        PIC X(01).
           02 WRK-RS-CARTAO        PIC X(01).
           02 WRK-RS-SITUACAO      PIC X(01).
           02 FILLER               PIC X(08) VALUE SPACES.

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
           OPEN I-O PRODUTO-FILE.
           IF WRK-STATUS-PROD = "35"
               CLOSE PRODUTO-FILE
               OPEN OUTPUT PRODUTO-FILE
               CLOSE PRODUTO-FILE
               OPEN I-O PRODUTO-FILE
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

           IF NOT PMAN-INQUIRY
               CALL "AUTORIZA-CHECK" USING PMAN-OPERADOR
                   WRK-AUT-FUNCAO WRK-AUT-RESULTADO
               IF AUT-RECUSADO
                   ADD 1 TO WRK-QTDE-SEM-PERMISSAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   DISPLAY "OPERADOR SEM PERMISSAO PARA MANTER "
                       "PRODUTOS: " PMAN-OPERADOR
                   GO TO 2000-PROCESSAR-MANUT-LER
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN PMAN-ADD
                   PERFORM 3000-INCLUIR-PRODUTO
                       THRU 3000-INCLUIR-PRODUTO-EXIT
               WHEN PMAN-CHANGE
                   PERFORM 4000-ALTERAR-PRODUTO
                       THRU 4000-ALTERAR-PRODUTO-EXIT
               WHEN PMAN-DELETE
                   PERFORM 5000-SUSPENDER-PRODUTO
                       THRU 5000-SUSPENDER-PRODUTO-EXIT
               WHEN PMAN-INQUIRY
                   PERFORM 6000-CONSULTAR-PRODUTO
                       THRU 6000-CONSULTAR-PRODUTO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE MANUTENCAO INVALIDA: "
                       PMAN-FUNCAO
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
       3000-INCLUIR-PRODUTO.
      *----------------------------------------------------------------*
           IF PMAN-CODIGO = SPACES
               DISPLAY "CODIGO DE PRODUTO EM BRANCO, INCLUSAO "
                   "REJEITADA"
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-PRODUTO-EXIT
           END-IF.

           PERFORM 7500-CRITICAR-ATRIBUTOS
               THRU 7500-CRITICAR-ATRIBUTOS-EXIT.
           IF NOT CRITICA-OK
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-PRODUTO-EXIT
           END-IF.

           MOVE SPACES        TO PRODUTO-REG.
           MOVE PMAN-CODIGO   TO PROD_CODIGO.
           MOVE PMAN-FAMILIA  TO PROD_FAMILIA.
           PERFORM 7600-MOVER-ATRIBUTOS
               THRU 7600-MOVER-ATRIBUTOS-EXIT.
           MOVE "A"           TO PROD_SITUACAO.

           WRITE PRODUTO-REG
               INVALID KEY
                   DISPLAY "PRODUTO JA CADASTRADO: " PMAN-CODIGO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-PRODUTO-EXIT
           END-WRITE.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           PERFORM 7700-RESUMIR THRU 7700-RESUMIR-EXIT.
           MOVE WRK-RESUMO-PRODUTO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-ALTERAR-PRODUTO.
      *----------------------------------------------------------------*
           MOVE PMAN-CODIGO TO PROD_CODIGO.
           READ PRODUTO-FILE
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO PARA ALTERAR: "
                       PMAN-CODIGO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-ALTERAR-PRODUTO-EXIT
           END-READ.

           IF PMAN-FAMILIA NOT = SPACE
               AND PMAN-FAMILIA NOT = PROD_FAMILIA
               DISPLAY "FAMILIA DO PRODUTO NAO SE TROCA, ALTERACAO "
                   "REJEITADA: " PMAN-CODIGO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-PRODUTO-EXIT
           END-IF.
           MOVE PROD_FAMILIA TO PMAN-FAMILIA.

           PERFORM 7500-CRITICAR-ATRIBUTOS
               THRU 7500-CRITICAR-ATRIBUTOS-EXIT.
           IF NOT CRITICA-OK
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-PRODUTO-EXIT
           END-IF.

           IF PMAN-SITUACAO NOT = SPACE
               AND PMAN-SITUACAO NOT = "A"
               AND PMAN-SITUACAO NOT = "S"
               DISPLAY "SITUACAO INVALIDA, ALTERACAO REJEITADA: "
                   PMAN-CODIGO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-PRODUTO-EXIT
           END-IF.

           PERFORM 7700-RESUMIR THRU 7700-RESUMIR-EXIT.
           MOVE WRK-RESUMO-PRODUTO TO WRK-AUDIT-VALOR-ANTIGO.

           PERFORM 7600-MOVER-ATRIBUTOS
               THRU 7600-MOVER-ATRIBUTOS-EXIT.
           IF PMAN-SITUACAO NOT = SPACE
               MOVE PMAN-SITUACAO TO PROD_SITUACAO
           END-IF.

           REWRITE PRODUTO-REG.
           IF WRK-STATUS-PROD NOT = "00"
               DISPLAY "ERRO AO ALTERAR PRODUTO " PMAN-CODIGO
                   " STATUS " WRK-STATUS-PROD
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-PRODUTO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ALTERADOS.
           PERFORM 7700-RESUMIR THRU 7700-RESUMIR-EXIT.
           MOVE WRK-RESUMO-PRODUTO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       4000-ALTERAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EXCLUSAO LOGICA: HA CONTAS APONTANDO PARA O CODIGO, ENTAO O *
      *>   PRODUTO SO DEIXA DE ACEITAR ABERTURAS                       *
      *----------------------------------------------------------------*
       5000-SUSPENDER-PRODUTO.
      *----------------------------------------------------------------*
           MOVE PMAN-CODIGO TO PROD_CODIGO.
           READ PRODUTO-FILE
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO PARA EXCLUIR: "
                       PMAN-CODIGO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-SUSPENDER-PRODUTO-EXIT
           END-READ.

           IF PROD-SUSPENSO
               DISPLAY "PRODUTO JA SUSPENSO: " PMAN-CODIGO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-SUSPENDER-PRODUTO-EXIT
           END-IF.

           PERFORM 7700-RESUMIR THRU 7700-RESUMIR-EXIT.
           MOVE WRK-RESUMO-PRODUTO TO WRK-AUDIT-VALOR-ANTIGO.

           SET PROD-SUSPENSO TO TRUE.
           REWRITE PRODUTO-REG.
           IF WRK-STATUS-PROD NOT = "00"
               DISPLAY "ERRO AO SUSPENDER PRODUTO " PMAN-CODIGO
                   " STATUS " WRK-STATUS-PROD
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-SUSPENDER-PRODUTO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-SUSPENSOS.
           PERFORM 7700-RESUMIR THRU 7700-RESUMIR-EXIT.
           MOVE WRK-RESUMO-PRODUTO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-SUSPENDER-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-CONSULTAR-PRODUTO.
      *----------------------------------------------------------------*
           MOVE PMAN-CODIGO TO PROD_CODIGO.
           READ PRODUTO-FILE
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO: " PMAN-CODIGO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 6000-CONSULTAR-PRODUTO-EXIT
           END-READ.

           DISPLAY "PRODUTO......: " PROD_CODIGO " " PROD_DESCRICAO.
           DISPLAY "FAMILIA......: " PROD_FAMILIA.
           DISPLAY "REGRA JUROS..: " PROD_REGRA_JUROS.
           DISPLAY "TAXA PROPRIA.: " PROD_TAXA_PROPRIA
               " DEV " PROD_TAXA_DEVEDORA
               " CRED " PROD_TAXA_CREDORA.
           DISPLAY "TARIFA MENSAL: " PROD_SERVICO_TARIFA.
           DISPLAY "PUBLICO......: " PROD_PUBLICO.
           DISPLAY "IDADE MINIMA.: " PROD_IDADE_MINIMA.
           DISPLAY "CHEQUE/CARTAO: " PROD_PERMITE_CHEQUE "/"
               PROD_PERMITE_CARTAO.
           DISPLAY "SITUACAO.....: " PROD_SITUACAO.
       6000-CONSULTAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE "PRODUTO"        TO WRK-AUDIT-CAMPO.
           MOVE PMAN-CODIGO      TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING PMAN-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REGRAS DO CATALOGO: POUPANCA RENDE SO NO ANIVERSARIO E SO A *
      *>   POUPANCA USA ESSA REGRA; TAXA PROPRIA EXIGE AS DUAS TAXAS   *
      *----------------------------------------------------------------*
       7500-CRITICAR-ATRIBUTOS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-CRITICA.

           IF PMAN-FAMILIA NOT = "C" AND NOT = "P"
               AND NOT = "S" AND NOT = "J"
               DISPLAY "FAMILIA INVALIDA (C/P/S/J), PRODUTO REJEITADO: "
                   PMAN-CODIGO
               GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
           END-IF.

           IF PMAN-REGRA-JUROS NOT = "D" AND NOT = "A"
               AND NOT = "N"
               DISPLAY "REGRA DE JUROS INVALIDA (D/A/N), PRODUTO "
                   "REJEITADO: " PMAN-CODIGO
               GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
           END-IF.

           IF (PMAN-FAMILIA = "P" AND PMAN-REGRA-JUROS NOT = "A")
               OR (PMAN-FAMILIA NOT = "P" AND PMAN-REGRA-JUROS = "A")
               DISPLAY "RENDIMENTO NO ANIVERSARIO E EXCLUSIVO DA "
                   "POUPANCA, PRODUTO REJEITADO: " PMAN-CODIGO
               GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
           END-IF.

           IF PMAN-TAXA-PROPRIA = "S"
               IF PMAN-TAXA-DEVEDORA IS NOT NUMERIC
                   OR PMAN-TAXA-CREDORA IS NOT NUMERIC
                   DISPLAY "TAXAS PROPRIAS INVALIDAS, PRODUTO "
                       "REJEITADO: " PMAN-CODIGO
                   GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
               END-IF
           ELSE
               IF PMAN-TAXA-PROPRIA NOT = "N" AND NOT = SPACE
                   DISPLAY "INDICADOR DE TAXA PROPRIA INVALIDO, "
                       "PRODUTO REJEITADO: " PMAN-CODIGO
                   GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
               END-IF
           END-IF.

           IF PMAN-PUBLICO NOT = "F" AND NOT = "J" AND NOT = "A"
               DISPLAY "PUBLICO INVALIDO (F/J/A), PRODUTO REJEITADO: "
                   PMAN-CODIGO
               GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
           END-IF.

           IF PMAN-IDADE-MINIMA IS NOT NUMERIC
               DISPLAY "IDADE MINIMA INVALIDA, PRODUTO REJEITADO: "
                   PMAN-CODIGO
               GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
           END-IF.

           IF (PMAN-PERMITE-CHEQUE NOT = "S" AND NOT = "N")
               OR (PMAN-PERMITE-CARTAO NOT = "S" AND NOT = "N")
               DISPLAY "INDICADOR DE CHEQUE/CARTAO INVALIDO, PRODUTO "
                   "REJEITADO: " PMAN-CODIGO
               GO TO 7500-CRITICAR-ATRIBUTOS-EXIT
           END-IF.

           SET CRITICA-OK TO TRUE.
       7500-CRITICAR-ATRIBUTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7600-MOVER-ATRIBUTOS.
      *----------------------------------------------------------------*
           IF PMAN-DESCRICAO NOT = SPACES
               MOVE PMAN-DESCRICAO TO PROD_DESCRICAO
           END-IF.
           MOVE PMAN-REGRA-JUROS    TO PROD_REGRA_JUROS.
           IF PMAN-TAXA-PROPRIA = "S"
               MOVE "S"                TO PROD_TAXA_PROPRIA
               MOVE PMAN-TAXA-DEVEDORA TO PROD_TAXA_DEVEDORA
               MOVE PMAN-TAXA-CREDORA  TO PROD_TAXA_CREDORA
           ELSE
               MOVE "N"                TO PROD_TAXA_PROPRIA
               MOVE ZEROS              TO PROD_TAXA_DEVEDORA
               MOVE ZEROS              TO PROD_TAXA_CREDORA
           END-IF.
           MOVE PMAN-SERVICO-TARIFA TO PROD_SERVICO_TARIFA.
           MOVE PMAN-PUBLICO        TO PROD_PUBLICO.
           MOVE PMAN-IDADE-MINIMA   TO PROD_IDADE_MINIMA.
           MOVE PMAN-PERMITE-CHEQUE TO PROD_PERMITE_CHEQUE.
           MOVE PMAN-PERMITE-CARTAO TO PROD_PERMITE_CARTAO.
       7600-MOVER-ATRIBUTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7700-RESUMIR.
      *----------------------------------------------------------------*
           MOVE PROD_FAMILIA        TO WRK-RS-FAMILIA.
           MOVE PROD_REGRA_JUROS    TO WRK-RS-REGRA.
           MOVE PROD_TAXA_PROPRIA   TO WRK-RS-TAXA-PROPRIA.
           MOVE PROD_SERVICO_TARIFA TO WRK-RS-SERVICO.
           MOVE PROD_PUBLICO        TO WRK-RS-PUBLICO.
           MOVE PROD_IDADE_MINIMA   TO WRK-RS-IDADE.
           MOVE PROD_PERMITE_CHEQUE TO WRK-RS-CHEQUE.
           MOVE PROD_PERMITE_CARTAO TO WRK-RS-CARTAO.
           MOVE PROD_SITUACAO       TO WRK-RS-SITUACAO.
       7700-RESUMIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PRODUTO-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DO CATALOGO DE PRODUTOS =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "PRODUTOS INCLUIDOS...: " WRK-QTDE-INCLUIDOS.
           DISPLAY "PRODUTOS ALTERADOS...: " WRK-QTDE-ALTERADOS.
           DISPLAY "PRODUTOS SUSPENSOS...: " WRK-QTDE-SUSPENSOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
