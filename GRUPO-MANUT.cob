      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GRUPO-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO CADASTRO DE GRUPOS ECONOMICOS    <*
      *>                (GRUPOMST) A PARTIR DO LOTE GRPMOV: FUNCAO I  <*
      *>                (INCLUIR UM CNPJ OU CPF CONTROLADOR NUM       <*
      *>                GRUPO), T (TRANSFERIR O MEMBRO PARA OUTRO     <*
      *>                GRUPO) E E (EXCLUIR O MEMBRO). O DOCUMENTO    <*
      *>                PRECISA PASSAR NO CNPJ-CHECK OU NO CPF-CHECK  <*
      *>                E SO PODE ESTAR EM UM GRUPO. O NOME DE UM     <*
      *>                GRUPO JA EXISTENTE VEM DOS MEMBROS DELE; NO   <*
      *>                GRUPO NOVO O NOME E OBRIGATORIO. OPERADOR COM <*
      *>                A FUNCAO GRUPO-MANUT EM AUTORIZA-CHECK; TODA  <*
      *>                ENTRADA E SAIDA DE MEMBRO E AUDITADA VIA      <*
      *>                AUDIT-LOG, COM O GRUPO NA CHAVE               <*
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
           SELECT GRUPO-FILE          ASSIGN TO "GRUPOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS GRP_DOCUMENTO
               ALTERNATE RECORD KEY IS GRP_CODIGO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GRP.

           SELECT MANUT-FILE          ASSIGN TO "GRPMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  GRUPO-FILE.
           COPY GRUPO-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 GMV-FUNCAO              PIC X(01).
               88 GMV-INCLUIR             VALUE "I".
               88 GMV-TRANSFERIR          VALUE "T".
               88 GMV-EXCLUIR             VALUE "E".
           02 GMV-TIPO-DOC            PIC X(01).
           02 GMV-DOCUMENTO           PIC X(14).
           02 GMV-CODIGO              PIC 9(06).
           02 GMV-NOME                PIC X(30).
           02 GMV-OPERADOR            PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-GRP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-TRANSFERIDOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.

       77  WRK-DOC-VALIDO         PIC X(01) VALUE "N".
           88 DOC-EH-VALIDO           VALUE "S".
           88 DOC-EH-INVALIDO         VALUE "N".
       77  WRK-CPF-DOC            PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   NOME DO GRUPO DE DESTINO, TIRADO DE UM MEMBRO JA CADASTRADO *
      *----------------------------------------------------------------*
       77  WRK-GRUPO-EXISTE       PIC X(01) VALUE "N".
           88 GRUPO-EXISTE            VALUE "S".
       77  WRK-NOME-GRUPO         PIC X(30) VALUE SPACES.
       77  WRK-GRUPO-ANTERIOR     PIC 9(06) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "GRP_MEMBRO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       01  WRK-AUDIT-CHAVE.
           02 FILLER               PIC X(01) VALUE "G".
           02 WRK-AC-GRUPO         PIC 9(06).
           02 FILLER               PIC X(04) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "GRUPO-MANUT".
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

           OPEN I-O GRUPO-FILE.
           IF WRK-STATUS-GRP = "35"
               CLOSE GRUPO-FILE
               OPEN OUTPUT GRUPO-FILE
               CLOSE GRUPO-FILE
               OPEN I-O GRUPO-FILE
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

           CALL "AUTORIZA-CHECK" USING GMV-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA GRUPO ECONOMICO: "
                   GMV-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           EVALUATE TRUE
               WHEN GMV-INCLUIR
                   PERFORM 3000-INCLUIR-MEMBRO
                       THRU 3000-INCLUIR-MEMBRO-EXIT
               WHEN GMV-TRANSFERIR
                   PERFORM 4000-TRANSFERIR-MEMBRO
                       THRU 4000-TRANSFERIR-MEMBRO-EXIT
               WHEN GMV-EXCLUIR
                   PERFORM 5000-EXCLUIR-MEMBRO
                       THRU 5000-EXCLUIR-MEMBRO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE GRUPO INVALIDA: " GMV-FUNCAO
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
      *>   INCLUSAO: DOCUMENTO VALIDO, AINDA FORA DE QUALQUER GRUPO    *
      *----------------------------------------------------------------*
       3000-INCLUIR-MEMBRO.
      *----------------------------------------------------------------*
           PERFORM 6000-VALIDAR-DOCUMENTO
               THRU 6000-VALIDAR-DOCUMENTO-EXIT.
           IF DOC-EH-INVALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-MEMBRO-EXIT
           END-IF.

           PERFORM 6500-OBTER-GRUPO THRU 6500-OBTER-GRUPO-EXIT.
           IF NOT GRUPO-EXISTE AND WRK-NOME-GRUPO = SPACES
               DISPLAY "GRUPO NOVO SEM NOME, MEMBRO REJEITADO: "
                   GMV-DOCUMENTO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-MEMBRO-EXIT
           END-IF.

           MOVE GMV-DOCUMENTO  TO GRP_DOCUMENTO.
           MOVE GMV-TIPO-DOC   TO GRP_TIPO_DOC.
           MOVE GMV-CODIGO     TO GRP_CODIGO.
           MOVE WRK-NOME-GRUPO TO GRP_NOME.
           MOVE WRK-DATA-HOJE  TO GRP_DATA_INCLUSAO.
           MOVE GMV-OPERADOR   TO GRP_OPERADOR.

           WRITE GRUPO-REG
               INVALID KEY
                   DISPLAY "DOCUMENTO JA PERTENCE A UM GRUPO, USE A "
                       "TRANSFERENCIA: " GMV-DOCUMENTO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-MEMBRO-EXIT
           END-WRITE.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE GMV-CODIGO    TO WRK-AC-GRUPO.
           MOVE SPACES        TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE GMV-DOCUMENTO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-MEMBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TRANSFERENCIA: O MEMBRO SAI DO GRUPO ATUAL E ENTRA NO NOVO; *
      *>   A AUDITORIA REGISTRA A SAIDA E A ENTRADA, CADA UMA NO SEU   *
      *>   GRUPO                                                       *
      *----------------------------------------------------------------*
       4000-TRANSFERIR-MEMBRO.
      *----------------------------------------------------------------*
           MOVE GMV-DOCUMENTO TO GRP_DOCUMENTO.
           READ GRUPO-FILE
               INVALID KEY
                   DISPLAY "DOCUMENTO FORA DE GRUPO, TRANSFERENCIA "
                       "REJEITADA: " GMV-DOCUMENTO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-TRANSFERIR-MEMBRO-EXIT
           END-READ.

           IF GRP_CODIGO = GMV-CODIGO
               DISPLAY "DOCUMENTO JA ESTA NO GRUPO " GMV-CODIGO ": "
                   GMV-DOCUMENTO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-TRANSFERIR-MEMBRO-EXIT
           END-IF.
           MOVE GRP_CODIGO TO WRK-GRUPO-ANTERIOR.

           PERFORM 6500-OBTER-GRUPO THRU 6500-OBTER-GRUPO-EXIT.
           IF NOT GRUPO-EXISTE AND WRK-NOME-GRUPO = SPACES
               DISPLAY "GRUPO NOVO SEM NOME, TRANSFERENCIA REJEITADA: "
                   GMV-DOCUMENTO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-TRANSFERIR-MEMBRO-EXIT
           END-IF.

           MOVE GMV-DOCUMENTO TO GRP_DOCUMENTO.
           READ GRUPO-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-TRANSFERIR-MEMBRO-EXIT
           END-READ.

           MOVE GMV-CODIGO     TO GRP_CODIGO.
           MOVE WRK-NOME-GRUPO TO GRP_NOME.
           MOVE WRK-DATA-HOJE  TO GRP_DATA_INCLUSAO.
           MOVE GMV-OPERADOR   TO GRP_OPERADOR.
           REWRITE GRUPO-REG.
           IF WRK-STATUS-GRP NOT = "00"
               DISPLAY "ERRO AO TRANSFERIR MEMBRO " GMV-DOCUMENTO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-TRANSFERIR-MEMBRO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-TRANSFERIDOS.
           MOVE WRK-GRUPO-ANTERIOR TO WRK-AC-GRUPO.
           MOVE GMV-DOCUMENTO      TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES             TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.

           MOVE GMV-CODIGO         TO WRK-AC-GRUPO.
           MOVE SPACES             TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE GMV-DOCUMENTO      TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       4000-TRANSFERIR-MEMBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-EXCLUIR-MEMBRO.
      *----------------------------------------------------------------*
           MOVE GMV-DOCUMENTO TO GRP_DOCUMENTO.
           READ GRUPO-FILE
               INVALID KEY
                   DISPLAY "DOCUMENTO FORA DE GRUPO, EXCLUSAO "
                       "REJEITADA: " GMV-DOCUMENTO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-MEMBRO-EXIT
           END-READ.

           MOVE GRP_CODIGO TO WRK-GRUPO-ANTERIOR.
           DELETE GRUPO-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR MEMBRO " GMV-DOCUMENTO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-MEMBRO-EXIT
           END-DELETE.

           ADD 1 TO WRK-QTDE-EXCLUIDOS.
           MOVE WRK-GRUPO-ANTERIOR TO WRK-AC-GRUPO.
           MOVE GMV-DOCUMENTO      TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES             TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-EXCLUIR-MEMBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   J = CNPJ COMPLETO; F = CPF NAS 11 PRIMEIRAS POSICOES E O    *
      *>   RESTO EM BRANCO, PARA A CHAVE NAO TER DUAS FORMAS           *
      *----------------------------------------------------------------*
       6000-VALIDAR-DOCUMENTO.
      *----------------------------------------------------------------*
           SET DOC-EH-INVALIDO TO TRUE.

           IF GMV-CODIGO IS NOT NUMERIC OR GMV-CODIGO = ZEROS
               DISPLAY "CODIGO DE GRUPO INVALIDO: " GMV-CODIGO
               GO TO 6000-VALIDAR-DOCUMENTO-EXIT
           END-IF.

           EVALUATE GMV-TIPO-DOC
               WHEN "J"
                   CALL "CNPJ-CHECK" USING GMV-DOCUMENTO WRK-DOC-VALIDO
               WHEN "F"
                   IF GMV-DOCUMENTO (12:3) = SPACES
                       MOVE GMV-DOCUMENTO (1:11) TO WRK-CPF-DOC
                       CALL "CPF-CHECK" USING WRK-CPF-DOC
                           WRK-DOC-VALIDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF DOC-EH-INVALIDO
               DISPLAY "DOCUMENTO INVALIDO PARA GRUPO: " GMV-TIPO-DOC
                   " " GMV-DOCUMENTO
           END-IF.
       6000-VALIDAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRUPO DE DESTINO: SE JA TEM MEMBRO, O NOME E O DELE; SENAO  *
      *>   VALE O NOME INFORMADO NO MOVIMENTO                          *
      *----------------------------------------------------------------*
       6500-OBTER-GRUPO.
      *----------------------------------------------------------------*
           MOVE "N"      TO WRK-GRUPO-EXISTE.
           MOVE GMV-NOME TO WRK-NOME-GRUPO.

           MOVE GMV-CODIGO TO GRP_CODIGO.
           READ GRUPO-FILE KEY IS GRP_CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GRUPO-EXISTE TO TRUE
                   MOVE GRP_NOME TO WRK-NOME-GRUPO
           END-READ.
       6500-OBTER-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           CALL "AUDIT-LOG" USING GMV-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE GRUPO-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DE GRUPOS ECONOMICOS =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "MEMBROS INCLUIDOS....: " WRK-QTDE-INCLUIDOS.
           DISPLAY "MEMBROS TRANSFERIDOS.: " WRK-QTDE-TRANSFERIDOS.
           DISPLAY "MEMBROS EXCLUIDOS....: " WRK-QTDE-EXCLUIDOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
