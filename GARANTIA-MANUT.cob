      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GARANTIA-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO MESTRE DE GARANTIAS (GARMST) A   <*
      *>                PARTIR DO LOTE GARMOV: FUNCAO I (INCLUIR UMA  <*
      *>                GARANTIA NA OPERACAO PL/LM, SEQUENCIA         <*
      *>                ATRIBUIDA AQUI), R (REAVALIAR: NOVO VALOR E   <*
      *>                DATA DE AVALIACAO) E G (MUDAR O GRAVAME PARA  <*
      *>                P, R OU L). A OPERACAO PRECISA EXISTIR E      <*
      *>                ESTAR ABERTA (PLANO ATIVO EM PLANOMST OU      <*
      *>                CONTA ATIVA EM CONTASDB). NO PENHOR DE CDB O  <*
      *>                VALOR E A DATA VEM DO PROPRIO CDBMST E O CDB  <*
      *>                NAO PODE JA ESTAR EMPENHADO. OPERADOR COM A   <*
      *>                FUNCAO GARANTIA-MANUT EM AUTORIZA-CHECK; TODA <*
      *>                MUDANCA DE VALOR OU GRAVAME E AUDITADA VIA    <*
      *>                AUDIT-LOG                                     <*
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
           SELECT GARANTIA-FILE       ASSIGN TO "GARMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS GAR-CHAVE
               ALTERNATE RECORD KEY IS GAR_CDB_NUMERO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GAR.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT MANUT-FILE          ASSIGN TO "GARMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  GARANTIA-FILE.
           COPY GARANTIA-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 GMOV-FUNCAO             PIC X(01).
               88 GMOV-INCLUIR            VALUE "I".
               88 GMOV-REAVALIAR          VALUE "R".
               88 GMOV-GRAVAME            VALUE "G".
           02 GMOV-MODALIDADE         PIC X(02).
           02 GMOV-OPERACAO           PIC 9(08).
           02 GMOV-SEQ                PIC 9(03).
           02 GMOV-TIPO               PIC X(02).
           02 GMOV-CDB                PIC 9(08).
           02 GMOV-DESCRICAO          PIC X(30).
           02 GMOV-VALOR              PIC 9(11)V99.
           02 GMOV-DATA-AVAL          PIC 9(08).
           02 GMOV-NOVO-GRAVAME       PIC X(01).
           02 GMOV-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-GAR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-FIM-PLANO          PIC X(01) VALUE "N".
           88 FIM-PLANO               VALUE "S".
       77  WRK-FIM-GAR            PIC X(01) VALUE "N".
           88 FIM-GAR                 VALUE "S".
       77  WRK-OPERACAO-ABERTA    PIC X(01) VALUE "N".
           88 OPERACAO-ABERTA         VALUE "S".
       77  WRK-CDB-EMPENHADO      PIC X(01) VALUE "N".
           88 CDB-EMPENHADO           VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-PROXIMA-SEQ        PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REAVALIADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GRAVAMES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       01  WRK-AUDIT-CHAVE.
           02 WRK-AC-MODALIDADE    PIC X(02).
           02 WRK-AC-OPERACAO      PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACES.
       01  WRK-AUDIT-CAMPO-SEQ.
           02 WRK-ACS-NOME         PIC X(12).
           02 WRK-ACS-SEQ          PIC 9(03).
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "GARANTIA-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".
       77  WRK-QTDE-SEM-PERMISSAO  PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-EDIT          PIC 9(11).99 VALUE ZEROS.

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

           OPEN I-O GARANTIA-FILE.
           IF WRK-STATUS-GAR = "35"
               CLOSE GARANTIA-FILE
               OPEN OUTPUT GARANTIA-FILE
               CLOSE GARANTIA-FILE
               OPEN I-O GARANTIA-FILE
           END-IF.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT CDB-FILE.

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

           CALL "AUTORIZA-CHECK" USING GMOV-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANTER "
                   "GARANTIA: " GMOV-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           EVALUATE TRUE
               WHEN GMOV-INCLUIR
                   PERFORM 3000-INCLUIR-GARANTIA
                       THRU 3000-INCLUIR-GARANTIA-EXIT
               WHEN GMOV-REAVALIAR
                   PERFORM 4000-REAVALIAR-GARANTIA
                       THRU 4000-REAVALIAR-GARANTIA-EXIT
               WHEN GMOV-GRAVAME
                   PERFORM 5000-MUDAR-GRAVAME
                       THRU 5000-MUDAR-GRAVAME-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE MANUTENCAO INVALIDA: "
                       GMOV-FUNCAO
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
      *>   INCLUSAO: OPERACAO ABERTA, TIPO VALIDO E, NO PENHOR DE CDB, *
      *>   CDB ATIVO AINDA LIVRE; A SEQUENCIA E A PROXIMA DA OPERACAO  *
      *----------------------------------------------------------------*
       3000-INCLUIR-GARANTIA.
      *----------------------------------------------------------------*
           PERFORM 3500-CONFERIR-OPERACAO
               THRU 3500-CONFERIR-OPERACAO-EXIT.
           IF NOT OPERACAO-ABERTA
               DISPLAY "OPERACAO INEXISTENTE OU ENCERRADA, GARANTIA "
                   "REJEITADA: " GMOV-MODALIDADE " " GMOV-OPERACAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-GARANTIA-EXIT
           END-IF.

           MOVE GMOV-TIPO TO GAR_TIPO.
           IF NOT GAR-TIPO-VALIDO
               DISPLAY "TIPO DE GARANTIA INVALIDO: " GMOV-TIPO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-GARANTIA-EXIT
           END-IF.

           IF GAR-PENHOR-CDB
               PERFORM 3700-CONFERIR-CDB THRU 3700-CONFERIR-CDB-EXIT
               IF CDB-EMPENHADO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-GARANTIA-EXIT
               END-IF
           ELSE
               IF GMOV-VALOR IS NOT NUMERIC OR GMOV-VALOR = ZEROS
                   OR GMOV-DATA-AVAL IS NOT NUMERIC
                   OR GMOV-DATA-AVAL = ZEROS
                   OR GMOV-DATA-AVAL > WRK-DATA-HOJE
                   DISPLAY "VALOR OU DATA DE AVALIACAO INVALIDOS, "
                       "OPERACAO " GMOV-MODALIDADE " " GMOV-OPERACAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-GARANTIA-EXIT
               END-IF
           END-IF.

           PERFORM 3800-OBTER-PROXIMA-SEQ
               THRU 3800-OBTER-PROXIMA-SEQ-EXIT.

           MOVE GMOV-MODALIDADE TO GAR_MODALIDADE.
           MOVE GMOV-OPERACAO   TO GAR_OPERACAO.
           MOVE WRK-PROXIMA-SEQ TO GAR_SEQ.
           MOVE GMOV-TIPO       TO GAR_TIPO.
           MOVE GMOV-DESCRICAO  TO GAR_DESCRICAO.
           IF GAR-PENHOR-CDB
               MOVE GMOV-CDB      TO GAR_CDB_NUMERO
               MOVE CDB_VALOR     TO GAR_VALOR_AVALIADO
               MOVE WRK-DATA-HOJE TO GAR_DATA_AVALIACAO
           ELSE
               MOVE ZEROS          TO GAR_CDB_NUMERO
               MOVE GMOV-VALOR     TO GAR_VALOR_AVALIADO
               MOVE GMOV-DATA-AVAL TO GAR_DATA_AVALIACAO
           END-IF.
           SET GAR-PENDENTE TO TRUE.
           MOVE WRK-DATA-HOJE   TO GAR_DATA_INCLUSAO.
           MOVE GMOV-OPERADOR   TO GAR_OPERADOR.

           WRITE GARANTIA-REG
               INVALID KEY
                   DISPLAY "GARANTIA JA EXISTE: " GAR-CHAVE
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-GARANTIA-EXIT
           END-WRITE.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE "GAR_VALOR_"  TO WRK-ACS-NOME.
           MOVE SPACES        TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE GAR_VALOR_AVALIADO TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-GARANTIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   OPERACAO ABERTA: PLANO ATIVO EM PLANOMST OU CONTA ATIVA     *
      *----------------------------------------------------------------*
       3500-CONFERIR-OPERACAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-OPERACAO-ABERTA.

           IF GMOV-OPERACAO IS NOT NUMERIC OR GMOV-OPERACAO = ZEROS
               GO TO 3500-CONFERIR-OPERACAO-EXIT
           END-IF.

           EVALUATE GMOV-MODALIDADE
               WHEN "PL"
                   MOVE "N" TO WRK-FIM-PLANO
                   OPEN INPUT PLANO-FILE
                   IF WRK-STATUS-PLN NOT = "00"
                       SET FIM-PLANO TO TRUE
                   END-IF
                   PERFORM 3550-LER-PLANO THRU 3550-LER-PLANO-EXIT
                       UNTIL FIM-PLANO
                   CLOSE PLANO-FILE
               WHEN "LM"
                   MOVE GMOV-OPERACAO TO CONTA_NUMERO
                   READ CONTA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CONTA-ATIVA
                               SET OPERACAO-ABERTA TO TRUE
                           END-IF
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3500-CONFERIR-OPERACAO-EXIT.
           EXIT.

       3550-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLANO TO TRUE
               GO TO 3550-LER-PLANO-EXIT
           END-IF.
           IF PLN_NUMERO = GMOV-OPERACAO
               IF PLN-ATIVO
                   SET OPERACAO-ABERTA TO TRUE
               END-IF
               SET FIM-PLANO TO TRUE
           END-IF.
       3550-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CDB EMPENHADO SO UMA VEZ: QUALQUER GRAVAME VIGENTE SOBRE O  *
      *>   MESMO NUMERO IMPEDE O NOVO PENHOR                           *
      *----------------------------------------------------------------*
       3700-CONFERIR-CDB.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-CDB-EMPENHADO.

           MOVE GMOV-CDB TO CDB_NUMERO.
           READ CDB-FILE
               INVALID KEY
                   DISPLAY "CDB NAO ENCONTRADO PARA PENHOR: " GMOV-CDB
                   SET CDB-EMPENHADO TO TRUE
                   GO TO 3700-CONFERIR-CDB-EXIT
           END-READ.
           IF NOT CDB-ATIVO
               DISPLAY "CDB NAO ATIVO, PENHOR REJEITADO: " GMOV-CDB
               SET CDB-EMPENHADO TO TRUE
               GO TO 3700-CONFERIR-CDB-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-GAR.
           MOVE GMOV-CDB TO GAR_CDB_NUMERO.
           START GARANTIA-FILE KEY IS = GAR_CDB_NUMERO
               INVALID KEY
                   SET FIM-GAR TO TRUE
           END-START.
           PERFORM 3750-LER-PENHOR THRU 3750-LER-PENHOR-EXIT
               UNTIL FIM-GAR.
           IF CDB-EMPENHADO
               DISPLAY "CDB JA EMPENHADO EM OUTRA OPERACAO: " GMOV-CDB
           END-IF.
       3700-CONFERIR-CDB-EXIT.
           EXIT.

       3750-LER-PENHOR.
           READ GARANTIA-FILE NEXT RECORD.
           IF WRK-STATUS-GAR NOT = "00"
               OR GAR_CDB_NUMERO NOT = GMOV-CDB
               SET FIM-GAR TO TRUE
               GO TO 3750-LER-PENHOR-EXIT
           END-IF.
           IF GAR-VIGENTE
               SET CDB-EMPENHADO TO TRUE
               SET FIM-GAR TO TRUE
           END-IF.
       3750-LER-PENHOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3800-OBTER-PROXIMA-SEQ.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMA-SEQ.
           MOVE "N" TO WRK-FIM-GAR.
           MOVE GMOV-MODALIDADE TO GAR_MODALIDADE.
           MOVE GMOV-OPERACAO   TO GAR_OPERACAO.
           MOVE ZEROS           TO GAR_SEQ.
           START GARANTIA-FILE KEY IS NOT LESS THAN GAR-CHAVE
               INVALID KEY
                   SET FIM-GAR TO TRUE
           END-START.
           PERFORM 3850-LER-SEQ THRU 3850-LER-SEQ-EXIT
               UNTIL FIM-GAR.
       3800-OBTER-PROXIMA-SEQ-EXIT.
           EXIT.

       3850-LER-SEQ.
           READ GARANTIA-FILE NEXT RECORD.
           IF WRK-STATUS-GAR NOT = "00"
               OR GAR_MODALIDADE NOT = GMOV-MODALIDADE
               OR GAR_OPERACAO NOT = GMOV-OPERACAO
               SET FIM-GAR TO TRUE
               GO TO 3850-LER-SEQ-EXIT
           END-IF.
           COMPUTE WRK-PROXIMA-SEQ = GAR_SEQ + 1.
       3850-LER-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REAVALIACAO: NOVO VALOR E DATA; O CDB SE REAVALIA PELO      *
      *>   PROPRIO MESTRE, IGNORANDO O VALOR INFORMADO                 *
      *----------------------------------------------------------------*
       4000-REAVALIAR-GARANTIA.
      *----------------------------------------------------------------*
           MOVE GMOV-MODALIDADE TO GAR_MODALIDADE.
           MOVE GMOV-OPERACAO   TO GAR_OPERACAO.
           MOVE GMOV-SEQ        TO GAR_SEQ.
           READ GARANTIA-FILE
               INVALID KEY
                   DISPLAY "GARANTIA NAO ENCONTRADA PARA REAVALIAR: "
                       GMOV-MODALIDADE " " GMOV-OPERACAO " " GMOV-SEQ
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-REAVALIAR-GARANTIA-EXIT
           END-READ.

           MOVE GAR_VALOR_AVALIADO TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO WRK-AUDIT-VALOR-ANTIGO.

           IF GAR-PENHOR-CDB
               MOVE GAR_CDB_NUMERO TO CDB_NUMERO
               READ CDB-FILE
                   INVALID KEY
                       DISPLAY "CDB EMPENHADO NAO ENCONTRADO: "
                           GAR_CDB_NUMERO
                       ADD 1 TO WRK-QTDE-REJEITADOS
                       GO TO 4000-REAVALIAR-GARANTIA-EXIT
               END-READ
               MOVE CDB_VALOR     TO GAR_VALOR_AVALIADO
               MOVE WRK-DATA-HOJE TO GAR_DATA_AVALIACAO
           ELSE
               IF GMOV-VALOR IS NOT NUMERIC OR GMOV-VALOR = ZEROS
                   OR GMOV-DATA-AVAL IS NOT NUMERIC
                   OR GMOV-DATA-AVAL = ZEROS
                   OR GMOV-DATA-AVAL > WRK-DATA-HOJE
                   DISPLAY "VALOR OU DATA DE AVALIACAO INVALIDOS, "
                       "OPERACAO " GMOV-MODALIDADE " " GMOV-OPERACAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-REAVALIAR-GARANTIA-EXIT
               END-IF
               MOVE GMOV-VALOR     TO GAR_VALOR_AVALIADO
               MOVE GMOV-DATA-AVAL TO GAR_DATA_AVALIACAO
           END-IF.

           REWRITE GARANTIA-REG.
           IF WRK-STATUS-GAR NOT = "00"
               DISPLAY "ERRO AO REAVALIAR GARANTIA " GAR-CHAVE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-REAVALIAR-GARANTIA-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-REAVALIADOS.
           MOVE "GAR_VALOR_" TO WRK-ACS-NOME.
           MOVE GAR_VALOR_AVALIADO TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       4000-REAVALIAR-GARANTIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRAVAME: P PENDENTE, R REGISTRADO, L LIBERADO. GARANTIA     *
      *>   LIBERADA NAO VOLTA A VALER - INCLUI-SE OUTRA                *
      *----------------------------------------------------------------*
       5000-MUDAR-GRAVAME.
      *----------------------------------------------------------------*
           MOVE GMOV-MODALIDADE TO GAR_MODALIDADE.
           MOVE GMOV-OPERACAO   TO GAR_OPERACAO.
           MOVE GMOV-SEQ        TO GAR_SEQ.
           READ GARANTIA-FILE
               INVALID KEY
                   DISPLAY "GARANTIA NAO ENCONTRADA PARA GRAVAME: "
                       GMOV-MODALIDADE " " GMOV-OPERACAO " " GMOV-SEQ
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-MUDAR-GRAVAME-EXIT
           END-READ.

           IF GAR-LIBERADO
               DISPLAY "GARANTIA JA LIBERADA: " GAR-CHAVE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-MUDAR-GRAVAME-EXIT
           END-IF.

           IF GMOV-NOVO-GRAVAME NOT = "P"
               AND GMOV-NOVO-GRAVAME NOT = "R"
               AND GMOV-NOVO-GRAVAME NOT = "L"
               DISPLAY "SITUACAO DE GRAVAME INVALIDA: "
                   GMOV-NOVO-GRAVAME
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-MUDAR-GRAVAME-EXIT
           END-IF.

           MOVE GAR_GRAVAME TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE GMOV-NOVO-GRAVAME TO GAR_GRAVAME.
           REWRITE GARANTIA-REG.
           IF WRK-STATUS-GAR NOT = "00"
               DISPLAY "ERRO AO MUDAR GRAVAME DA GARANTIA " GAR-CHAVE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-MUDAR-GRAVAME-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-GRAVAMES.
           MOVE "GAR_GRAVAME_" TO WRK-ACS-NOME.
           MOVE GAR_GRAVAME TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-MUDAR-GRAVAME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHAVE DA AUDITORIA E A OPERACAO; A SEQUENCIA DA GARANTIA    *
      *>   VAI NO NOME DO CAMPO                                        *
      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE GAR_SEQ         TO WRK-ACS-SEQ.
           MOVE WRK-AUDIT-CAMPO-SEQ TO WRK-AUDIT-CAMPO.
           MOVE GAR_MODALIDADE  TO WRK-AC-MODALIDADE.
           MOVE GAR_OPERACAO    TO WRK-AC-OPERACAO.
           CALL "AUDIT-LOG" USING GMOV-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE GARANTIA-FILE.
           CLOSE CONTA-FILE.
           CLOSE CDB-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DE GARANTIAS =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "GARANTIAS INCLUIDAS..: " WRK-QTDE-INCLUIDOS.
           DISPLAY "GARANTIAS REAVALIADAS: " WRK-QTDE-REAVALIADOS.
           DISPLAY "GRAVAMES ALTERADOS...: " WRK-QTDE-GRAVAMES.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
