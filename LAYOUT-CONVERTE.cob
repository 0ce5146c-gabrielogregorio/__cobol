      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. LAYOUT-CONVERTE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONVERSAO DE CONTASDB E CLIMAST PARA O LAYOUT  <*
      *>                ATUAL (CONTA_LAYOUT / CLIENTE_LAYOUT). CADA   <*
      *>                CAMPO ACRESCENTADO AO MESTRE AO LONGO DO      <*
      *>                TEMPO FICAVA EM BRANCO NOS REGISTROS ANTIGOS  <*
      *>                E CADA LEITOR TRATAVA O BRANCO DO SEU JEITO.  <*
      *>                REGISTRO SEM MARCA DE VERSAO RECEBE OS        <*
      *>                PADROES QUE OS LEITORES JA ASSUMIAM (MOEDA    <*
      *>                BRL, CONTA ATIVA, CONTA CORRENTE, PRODUTO     <*
      *>                CORR OU POUP, CLIENTE ATIVO, RISCO BAIXO,     <*
      *>                SITUACAO RFB REGULAR, ENDERECO CONFIAVEL) E A <*
      *>                MARCA DA VERSAO ATUAL; REGISTRO JA NA VERSAO  <*
      *>                ATUAL NAO E TOCADO E VERSAO DESCONHECIDA E    <*
      *>                RECUSADA. ANTES DE CONVERTER, A INTEGRIDADE   <*
      *>                DO MESTRE E CONFERIDA CONTRA O SELO           <*
      *>                (ARQUIVO-SELO.COB, FUNCAO I) E, SE NAO        <*
      *>                CONFERE OU NAO HA SELO, O MESTRE NAO E        <*
      *>                CONVERTIDO (RC=12). DEPOIS, O SELO E REFEITO  <*
      *>                E A CONTAGEM E O HASH NOVOS TEM DE BATER COM  <*
      *>                OS ANTERIORES E COM OS REGISTROS LIDOS. NAO   <*
      *>                FAZ PARTE DA CADEIA NOTURNA: RODA UMA VEZ A   <*
      *>                CADA NOVA VERSAO DE LAYOUT, ANTES DA CADEIA,  <*
      *>                E PODE SER REEXECUTADO                        <*
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
           SELECT SELO-FILE           ASSIGN TO "SELOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SELO_ARQUIVO
               FILE STATUS        IS WRK-STATUS-SELO.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  SELO-FILE.
           COPY SELO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-SELO        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-FIM-VARRE          PIC X(01) VALUE "N".
           88 FIM-VARRE               VALUE "S".
       77  WRK-ENTRADA            PIC X(01) VALUE "S".
           88 ENTRADA-CONFERE         VALUE "S".
           88 ENTRADA-RECUSADA        VALUE "N".

       77  WRK-QTDE-LIDOS         PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-CONVERTIDOS   PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-JA-ATUAIS     PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-ERROS         PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-SELO-ANTES    PIC 9(09) VALUE ZEROS.
       77  WRK-HASH-SELO-ANTES    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-SELO-DEPOIS   PIC 9(09) VALUE ZEROS.
       77  WRK-HASH-SELO-DEPOIS   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SELO-LIDO          PIC X(01) VALUE "N".
           88 SELO-LIDO               VALUE "S".

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-CONFERIU           VALUE "S".
           88 SELO-DIVERGIU           VALUE "N".
           88 SELO-AUSENTE            VALUE "A".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           PERFORM 2000-CONVERTER-CONTAS
               THRU 2000-CONVERTER-CONTAS-EXIT.
           MOVE "CLIMAST " TO WRK-SELO-ARQUIVO.
           PERFORM 3000-CONVERTER-CLIENTES
               THRU 3000-CONVERTER-CLIENTES-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       2000-CONVERTER-CONTAS.
      *----------------------------------------------------------------*
           PERFORM 7000-CONFERIR-ENTRADA
               THRU 7000-CONFERIR-ENTRADA-EXIT.
           IF ENTRADA-RECUSADA
               GO TO 2000-CONVERTER-CONTAS-EXIT
           END-IF.

           OPEN I-O CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "CONTASDB INDISPONIVEL, STATUS "
                   WRK-STATUS-CONTA
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CONVERTER-CONTAS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-VARRE.
           PERFORM 2100-CONVERTER-CONTA  THRU 2100-CONVERTER-CONTA-EXIT
               UNTIL FIM-VARRE.
           CLOSE CONTA-FILE.

           PERFORM 8000-CONFERIR-SAIDA   THRU 8000-CONFERIR-SAIDA-EXIT.
       2000-CONVERTER-CONTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-CONVERTER-CONTA.
      *----------------------------------------------------------------*
           READ CONTA-FILE NEXT RECORD.
           IF WRK-STATUS-CONTA NOT = "00"
               SET FIM-VARRE TO TRUE
               GO TO 2100-CONVERTER-CONTA-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS.
           IF CONTA-LAYOUT-ATUAL
               ADD 1 TO WRK-QTDE-JA-ATUAIS
               GO TO 2100-CONVERTER-CONTA-EXIT
           END-IF.

      *>   CADA VERSAO ANTERIOR PASSA PELAS REGRAS DAS VERSOES
      *>   SEGUINTES ATE CHEGAR A ATUAL
           EVALUATE CONTA_LAYOUT
               WHEN SPACES
               WHEN LOW-VALUES
                   PERFORM 2200-CONTA-PARA-01
                       THRU 2200-CONTA-PARA-01-EXIT
               WHEN OTHER
                   DISPLAY "CONTA " CONTA_NUMERO
                       " EM VERSAO DE LAYOUT DESCONHECIDA "
                       CONTA_LAYOUT
                   ADD 1 TO WRK-QTDE-ERROS
                   GO TO 2100-CONVERTER-CONTA-EXIT
           END-EVALUATE.

           SET CONTA-LAYOUT-ATUAL TO TRUE.
           REWRITE CONTA-REG.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "ERRO AO CONVERTER CONTA " CONTA_NUMERO
                   " STATUS " WRK-STATUS-CONTA
               ADD 1 TO WRK-QTDE-ERROS
               GO TO 2100-CONVERTER-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CONVERTIDOS.
       2100-CONVERTER-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REGISTRO ANTERIOR A MARCA DE VERSAO: OS CAMPOS QUE FICARAM  *
      *>   EM BRANCO RECEBEM O PADRAO QUE OS LEITORES JA ASSUMIAM      *
      *----------------------------------------------------------------*
       2200-CONTA-PARA-01.
      *----------------------------------------------------------------*
           IF CONTA_MOEDA = SPACES OR LOW-VALUES
               MOVE "BRL" TO CONTA_MOEDA
           END-IF.
           IF CONTA_STATUS = SPACE OR LOW-VALUE
               MOVE "A" TO CONTA_STATUS
           END-IF.
           IF CONTA_PRODUTO = SPACE OR LOW-VALUE
               MOVE "C" TO CONTA_PRODUTO
           END-IF.
           IF CONTA_DIA_ANIV NOT NUMERIC
               MOVE ZEROS TO CONTA_DIA_ANIV
           END-IF.
           IF CONTA_COD_PRODUTO = SPACES OR LOW-VALUES
               IF CONTA-PROD-POUPANCA
                   MOVE "POUP" TO CONTA_COD_PRODUTO
               ELSE
                   MOVE "CORR" TO CONTA_COD_PRODUTO
               END-IF
           END-IF.
       2200-CONTA-PARA-01-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-CONVERTER-CLIENTES.
      *----------------------------------------------------------------*
           PERFORM 7000-CONFERIR-ENTRADA
               THRU 7000-CONFERIR-ENTRADA-EXIT.
           IF ENTRADA-RECUSADA
               GO TO 3000-CONVERTER-CLIENTES-EXIT
           END-IF.

           OPEN I-O CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "CLIMAST INDISPONIVEL, STATUS "
                   WRK-STATUS-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 3000-CONVERTER-CLIENTES-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-VARRE.
           PERFORM 3100-CONVERTER-CLIENTE
               THRU 3100-CONVERTER-CLIENTE-EXIT
               UNTIL FIM-VARRE.
           CLOSE CLIENTE-MASTER-FILE.

           PERFORM 8000-CONFERIR-SAIDA   THRU 8000-CONFERIR-SAIDA-EXIT.
       3000-CONVERTER-CLIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-CONVERTER-CLIENTE.
      *----------------------------------------------------------------*
           READ CLIENTE-MASTER-FILE NEXT RECORD.
           IF WRK-STATUS-MASTER NOT = "00"
               SET FIM-VARRE TO TRUE
               GO TO 3100-CONVERTER-CLIENTE-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS.
           IF CLIENTE-LAYOUT-ATUAL
               ADD 1 TO WRK-QTDE-JA-ATUAIS
               GO TO 3100-CONVERTER-CLIENTE-EXIT
           END-IF.

           EVALUATE CLIENTE_LAYOUT
               WHEN SPACES
               WHEN LOW-VALUES
                   PERFORM 3200-CLIENTE-PARA-01
                       THRU 3200-CLIENTE-PARA-01-EXIT
               WHEN OTHER
                   DISPLAY "CLIENTE " CLIENTE_CPF
                       " EM VERSAO DE LAYOUT DESCONHECIDA "
                       CLIENTE_LAYOUT
                   ADD 1 TO WRK-QTDE-ERROS
                   GO TO 3100-CONVERTER-CLIENTE-EXIT
           END-EVALUATE.

           SET CLIENTE-LAYOUT-ATUAL TO TRUE.
           REWRITE CLIENTE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "ERRO AO CONVERTER CLIENTE " CLIENTE_CPF
                   " STATUS " WRK-STATUS-MASTER
               ADD 1 TO WRK-QTDE-ERROS
               GO TO 3100-CONVERTER-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CONVERTIDOS.
       3100-CONVERTER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CLIENTE_TIPO EM BRANCO NAO RECEBE PADRAO: PF OU PJ NAO SE   *
      *>   DEDUZ SEM O CADASTRO, E UM PADRAO ESCONDERIA O CADASTRO     *
      *>   INCOMPLETO                                                  *
      *----------------------------------------------------------------*
       3200-CLIENTE-PARA-01.
      *----------------------------------------------------------------*
           IF CLIENTE_STATUS = SPACE OR LOW-VALUE
               MOVE "A" TO CLIENTE_STATUS
           END-IF.
           IF CLIENTE_RISCO = SPACE OR LOW-VALUE
               MOVE "B" TO CLIENTE_RISCO
           END-IF.
           IF CLIENTE_SITRFB = SPACE OR LOW-VALUE
               MOVE "R" TO CLIENTE_SITRFB
           END-IF.
           IF CLIENTE_END_SUSPEITO = SPACE OR LOW-VALUE
               MOVE "N" TO CLIENTE_END_SUSPEITO
           END-IF.
       3200-CLIENTE-PARA-01-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO SE CONVERTE UM MESTRE INTEGRO: CONTAGEM E HASH TEM DE    *
      *>   BATER COM O SELO. A MARCA DE VERSAO NAO E EXIGIDA AQUI, JA  *
      *>   QUE E ELA QUE ESTE PROGRAMA VAI GRAVAR                      *
      *----------------------------------------------------------------*
       7000-CONFERIR-ENTRADA.
      *----------------------------------------------------------------*
           SET ENTRADA-CONFERE TO TRUE.
           MOVE ZEROS TO WRK-QTDE-LIDOS WRK-QTDE-CONVERTIDOS
               WRK-QTDE-JA-ATUAIS WRK-QTDE-ERROS.

           MOVE "I" TO WRK-SELO-FUNCAO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF NOT SELO-CONFERIU
               DISPLAY "LCNV-SELO-12 MESTRE " WRK-SELO-ARQUIVO
                   " NAO CONFERE COM O SELO OU ESTA SEM SELO - "
                   "CONVERSAO RECUSADA"
               MOVE 12 TO RETURN-CODE
               SET ENTRADA-RECUSADA TO TRUE
               GO TO 7000-CONFERIR-ENTRADA-EXIT
           END-IF.

           PERFORM 7500-LER-SELO         THRU 7500-LER-SELO-EXIT.
           IF NOT SELO-LIDO
               DISPLAY "LCNV-SELO-12 SELO DE " WRK-SELO-ARQUIVO
                   " ILEGIVEL EM SELOMST - CONVERSAO RECUSADA"
               MOVE 12 TO RETURN-CODE
               SET ENTRADA-RECUSADA TO TRUE
               GO TO 7000-CONFERIR-ENTRADA-EXIT
           END-IF.
           MOVE SELO_QTDE TO WRK-QTDE-SELO-ANTES.
           MOVE SELO_HASH TO WRK-HASH-SELO-ANTES.
       7000-CONFERIR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7500-LER-SELO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-SELO-LIDO.
           OPEN INPUT SELO-FILE.
           IF WRK-STATUS-SELO NOT = "00"
               GO TO 7500-LER-SELO-EXIT
           END-IF.
           MOVE WRK-SELO-ARQUIVO TO SELO_ARQUIVO.
           READ SELO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SELO-LIDO TO TRUE
           END-READ.
           CLOSE SELO-FILE.
       7500-LER-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MESTRE FOI REESCRITO: O SELO E REFEITO E TEM DE TRAZER    *
      *>   A MESMA CONTAGEM E O MESMO HASH DE ANTES - A CONVERSAO NAO  *
      *>   PODE TER PERDIDO, DUPLICADO OU ALTERADO SALDO DE REGISTRO.  *
      *>   POR FIM, A CONFERENCIA COMPLETA (FUNCAO C) TEM DE ACEITAR   *
      *>   O MESTRE, SEM NENHUM REGISTRO EM LAYOUT ANTERIOR            *
      *----------------------------------------------------------------*
       8000-CONFERIR-SAIDA.
      *----------------------------------------------------------------*
           IF WRK-QTDE-CONVERTIDOS > ZEROS
               MOVE "G" TO WRK-SELO-FUNCAO
               CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
                   WRK-SELO-ARQUIVO WRK-SELO-RESULTADO
           END-IF.

           PERFORM 7500-LER-SELO         THRU 7500-LER-SELO-EXIT.
           MOVE ZEROS TO WRK-QTDE-SELO-DEPOIS WRK-HASH-SELO-DEPOIS.
           IF SELO-LIDO
               MOVE SELO_QTDE TO WRK-QTDE-SELO-DEPOIS
               MOVE SELO_HASH TO WRK-HASH-SELO-DEPOIS
           END-IF.

           IF WRK-QTDE-SELO-DEPOIS NOT = WRK-QTDE-SELO-ANTES
               OR WRK-QTDE-SELO-DEPOIS NOT = WRK-QTDE-LIDOS
               OR WRK-HASH-SELO-DEPOIS NOT = WRK-HASH-SELO-ANTES
               DISPLAY "LCNV-SELO-12 " WRK-SELO-ARQUIVO
                   " - CONTAGEM OU HASH DO SELO DIVERGE APOS A "
                   "CONVERSAO"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "C" TO WRK-SELO-FUNCAO
               CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
                   WRK-SELO-ARQUIVO WRK-SELO-RESULTADO
               IF NOT SELO-CONFERIU
                   DISPLAY "LCNV-SELO-12 " WRK-SELO-ARQUIVO
                       " NAO FOI ACEITO PELA CONFERENCIA DO SELO "
                       "APOS A CONVERSAO"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

           IF WRK-QTDE-ERROS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CONVERSAO DE LAYOUT - " WRK-SELO-ARQUIVO
               " =====".
           DISPLAY "REGISTROS LIDOS......: " WRK-QTDE-LIDOS.
           DISPLAY "CONVERTIDOS..........: " WRK-QTDE-CONVERTIDOS.
           DISPLAY "JA NO LAYOUT ATUAL...: " WRK-QTDE-JA-ATUAIS.
           DISPLAY "ERROS................: " WRK-QTDE-ERROS.
           DISPLAY "SELO ANTES (QTDE)....: " WRK-QTDE-SELO-ANTES.
           DISPLAY "SELO DEPOIS (QTDE)...: " WRK-QTDE-SELO-DEPOIS.
       8000-CONFERIR-SAIDA-EXIT.
           EXIT.
