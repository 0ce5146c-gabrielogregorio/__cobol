      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. REPLEGAL-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO CADASTRO DE REPRESENTACAO LEGAL  <*
      *>                DE MENORES (REPLEGAL) A PARTIR DO LOTE        <*
      *>                REPLEGMOV: FUNCAO I (INCLUIR O RESPONSAVEL DE <*
      *>                UM MENOR, COM O TIPO - P PAIS, T TUTELA, G    <*
      *>                GUARDA JUDICIAL - E A REFERENCIA DO PROCESSO, <*
      *>                OBRIGATORIA PARA T E G) E E (ENCERRAR A       <*
      *>                REPRESENTACAO). OS DOIS CPFS PRECISAM PASSAR  <*
      *>                NO CPF-CHECK E EXISTIR EM CLIMAST COMO PESSOA <*
      *>                FISICA; O MENOR TEM DE TER MENOS DE 18 ANOS E <*
      *>                O RESPONSAVEL 18 OU MAIS (IDADE-APURA.COB).   <*
      *>                OPERADOR COM A FUNCAO REPLEGAL-MANUT EM       <*
      *>                AUTORIZA-CHECK; TODA MUDANCA E AUDITADA VIA   <*
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
           SELECT REPLEGAL-FILE       ASSIGN TO "REPLEGAL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RPL-CHAVE
               ALTERNATE RECORD KEY IS RPL_CPF_RESPONSAVEL
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-RPL.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT MANUT-FILE          ASSIGN TO "REPLEGMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  REPLEGAL-FILE.
           COPY REPLEGAL-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 RLM-FUNCAO              PIC X(01).
               88 RLM-INCLUIR             VALUE "I".
               88 RLM-ENCERRAR            VALUE "E".
           02 RLM-CPF-MENOR           PIC X(11).
           02 RLM-CPF-RESPONSAVEL     PIC X(11).
           02 RLM-TIPO                PIC X(01).
           02 RLM-REFERENCIA          PIC X(25).
           02 RLM-OPERADOR            PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RPL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.
       77  WRK-MAIORIDADE         PIC 9(03) VALUE 18.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.

       77  WRK-CPF-VALIDO         PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO           VALUE "S".
       77  WRK-RPL-EXISTE         PIC X(01) VALUE "N".
           88 RPL-EXISTE              VALUE "S".

      *----------------------------------------------------------------*
      *>   IMAGEM DA REPRESENTACAO PARA A AUDITORIA: SITUACAO, TIPO E  *
      *>   CPF DO RESPONSAVEL (A CHAVE DA AUDITORIA E O CPF DO MENOR)  *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-RPL.
           02 WRK-IRP-SITUACAO     PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IRP-TIPO         PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IRP-RESPONSAVEL  PIC X(11).
           02 FILLER               PIC X(15) VALUE SPACES.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "RPL_SITUACAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "REPLEGAL-MANUT".
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

           OPEN I-O REPLEGAL-FILE.
           IF WRK-STATUS-RPL = "35"
               CLOSE REPLEGAL-FILE
               OPEN OUTPUT REPLEGAL-FILE
               CLOSE REPLEGAL-FILE
               OPEN I-O REPLEGAL-FILE
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

           CALL "AUTORIZA-CHECK" USING RLM-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA REPRESENTACAO "
                   "LEGAL: " RLM-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           EVALUATE TRUE
               WHEN RLM-INCLUIR
                   PERFORM 3000-INCLUIR-REPRESENTACAO
                       THRU 3000-INCLUIR-REPRESENTACAO-EXIT
               WHEN RLM-ENCERRAR
                   PERFORM 5000-ENCERRAR-REPRESENTACAO
                       THRU 5000-ENCERRAR-REPRESENTACAO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE REPRESENTACAO INVALIDA: "
                       RLM-FUNCAO
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
      *>   INCLUIR: O PAR MENOR/RESPONSAVEL ENTRA ATIVO; UM PAR JA     *
      *>   ENCERRADO E REATIVADO COM O NOVO TIPO E REFERENCIA          *
      *----------------------------------------------------------------*
       3000-INCLUIR-REPRESENTACAO.
      *----------------------------------------------------------------*
           IF RLM-TIPO NOT = "P" AND RLM-TIPO NOT = "T"
               AND RLM-TIPO NOT = "G"
               DISPLAY "TIPO DE REPRESENTACAO INVALIDO (P, T OU G): "
                   RLM-CPF-MENOR " " RLM-TIPO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-REPRESENTACAO-EXIT
           END-IF.

           IF RLM-TIPO NOT = "P" AND RLM-REFERENCIA = SPACES
               DISPLAY "TUTELA OU GUARDA SEM REFERENCIA DO PROCESSO: "
                   RLM-CPF-MENOR
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-REPRESENTACAO-EXIT
           END-IF.

           IF RLM-CPF-MENOR = RLM-CPF-RESPONSAVEL
               DISPLAY "MENOR E RESPONSAVEL COM O MESMO CPF: "
                   RLM-CPF-MENOR
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-REPRESENTACAO-EXIT
           END-IF.

           PERFORM 3100-VALIDAR-MENOR THRU 3100-VALIDAR-MENOR-EXIT.
           IF NOT CPF-EH-VALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-REPRESENTACAO-EXIT
           END-IF.

           PERFORM 3200-VALIDAR-RESPONSAVEL
               THRU 3200-VALIDAR-RESPONSAVEL-EXIT.
           IF NOT CPF-EH-VALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-REPRESENTACAO-EXIT
           END-IF.

           MOVE RLM-CPF-MENOR       TO RPL_CPF_MENOR.
           MOVE RLM-CPF-RESPONSAVEL TO RPL_CPF_RESPONSAVEL.
           READ REPLEGAL-FILE
               INVALID KEY
                   MOVE "N" TO WRK-RPL-EXISTE
                   MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
               NOT INVALID KEY
                   SET RPL-EXISTE TO TRUE
                   MOVE RPL_SITUACAO        TO WRK-IRP-SITUACAO
                   MOVE RPL_TIPO            TO WRK-IRP-TIPO
                   MOVE RPL_CPF_RESPONSAVEL TO WRK-IRP-RESPONSAVEL
                   MOVE WRK-IMAGEM-RPL TO WRK-AUDIT-VALOR-ANTIGO
           END-READ.

           IF RPL-EXISTE AND RPL-ATIVA
               DISPLAY "REPRESENTACAO JA ATIVA, INCLUSAO REJEITADA: "
                   RLM-CPF-MENOR " " RLM-CPF-RESPONSAVEL
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-REPRESENTACAO-EXIT
           END-IF.

           MOVE RLM-CPF-MENOR       TO RPL_CPF_MENOR.
           MOVE RLM-CPF-RESPONSAVEL TO RPL_CPF_RESPONSAVEL.
           MOVE RLM-TIPO            TO RPL_TIPO.
           MOVE RLM-REFERENCIA      TO RPL_REFERENCIA.
           SET RPL-ATIVA            TO TRUE.
           MOVE SPACE               TO RPL_MOTIVO_FIM.
           MOVE WRK-DATA-HOJE       TO RPL_DATA_INICIO.
           MOVE ZEROS               TO RPL_DATA_FIM.
           MOVE RLM-OPERADOR        TO RPL_OPERADOR.

           IF RPL-EXISTE
               REWRITE REPLEGAL-REG
           ELSE
               WRITE REPLEGAL-REG
           END-IF.
           IF WRK-STATUS-RPL NOT = "00"
               DISPLAY "ERRO AO GRAVAR REPRESENTACAO " RLM-CPF-MENOR
                   " STATUS " WRK-STATUS-RPL
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-REPRESENTACAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE RPL_SITUACAO        TO WRK-IRP-SITUACAO.
           MOVE RPL_TIPO            TO WRK-IRP-TIPO.
           MOVE RPL_CPF_RESPONSAVEL TO WRK-IRP-RESPONSAVEL.
           MOVE WRK-IMAGEM-RPL TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MENOR: CPF VALIDO, PESSOA FISICA EM CLIMAST E COM MENOS   *
      *>   DE 18 ANOS NA DATA DE HOJE                                  *
      *----------------------------------------------------------------*
       3100-VALIDAR-MENOR.
      *----------------------------------------------------------------*
           CALL "CPF-CHECK" USING RLM-CPF-MENOR WRK-CPF-VALIDO.
           IF NOT CPF-EH-VALIDO
               DISPLAY "CPF DO MENOR INVALIDO: " RLM-CPF-MENOR
               GO TO 3100-VALIDAR-MENOR-EXIT
           END-IF.

           MOVE "N" TO WRK-CPF-VALIDO.
           MOVE RLM-CPF-MENOR TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "MENOR NAO CADASTRADO EM CLIMAST: "
                       RLM-CPF-MENOR
                   GO TO 3100-VALIDAR-MENOR-EXIT
           END-READ.

           IF CLIENTE-PESSOA-JURIDICA
               DISPLAY "MENOR CADASTRADO COMO PESSOA JURIDICA: "
                   RLM-CPF-MENOR
               GO TO 3100-VALIDAR-MENOR-EXIT
           END-IF.

           CALL "IDADE-APURA" USING DATANASC WRK-DATA-HOJE WRK-IDADE.
           IF WRK-IDADE >= WRK-MAIORIDADE
               DISPLAY "CLIENTE NAO E MENOR DE IDADE (OU SEM DATA DE "
                   "NASCIMENTO): " RLM-CPF-MENOR
               GO TO 3100-VALIDAR-MENOR-EXIT
           END-IF.

           SET CPF-EH-VALIDO TO TRUE.
       3100-VALIDAR-MENOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O RESPONSAVEL: CPF VALIDO, PESSOA FISICA ATIVA EM CLIMAST   *
      *>   COM 18 ANOS OU MAIS E DATA DE NASCIMENTO CONHECIDA          *
      *----------------------------------------------------------------*
       3200-VALIDAR-RESPONSAVEL.
      *----------------------------------------------------------------*
           CALL "CPF-CHECK" USING RLM-CPF-RESPONSAVEL WRK-CPF-VALIDO.
           IF NOT CPF-EH-VALIDO
               DISPLAY "CPF DO RESPONSAVEL INVALIDO: "
                   RLM-CPF-RESPONSAVEL
               GO TO 3200-VALIDAR-RESPONSAVEL-EXIT
           END-IF.

           MOVE "N" TO WRK-CPF-VALIDO.
           MOVE RLM-CPF-RESPONSAVEL TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO CADASTRADO EM CLIMAST: "
                       RLM-CPF-RESPONSAVEL
                   GO TO 3200-VALIDAR-RESPONSAVEL-EXIT
           END-READ.

           IF CLIENTE-PESSOA-JURIDICA
               OR NOT CLIENTE-ATIVO
               DISPLAY "RESPONSAVEL PJ OU CADASTRO INATIVO: "
                   RLM-CPF-RESPONSAVEL
               GO TO 3200-VALIDAR-RESPONSAVEL-EXIT
           END-IF.

           CALL "IDADE-APURA" USING DATANASC WRK-DATA-HOJE WRK-IDADE.
           IF WRK-IDADE < WRK-MAIORIDADE
               OR WRK-IDADE = 999
               DISPLAY "RESPONSAVEL MENOR DE IDADE OU SEM DATA DE "
                   "NASCIMENTO: " RLM-CPF-RESPONSAVEL
               GO TO 3200-VALIDAR-RESPONSAVEL-EXIT
           END-IF.

           SET CPF-EH-VALIDO TO TRUE.
       3200-VALIDAR-RESPONSAVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ENCERRAR: A REPRESENTACAO FICA NO CADASTRO COMO HISTORICO,  *
      *>   COM A DATA DE FIM E O MOTIVO MANUAL                         *
      *----------------------------------------------------------------*
       5000-ENCERRAR-REPRESENTACAO.
      *----------------------------------------------------------------*
           MOVE RLM-CPF-MENOR       TO RPL_CPF_MENOR.
           MOVE RLM-CPF-RESPONSAVEL TO RPL_CPF_RESPONSAVEL.
           READ REPLEGAL-FILE
               INVALID KEY
                   DISPLAY "REPRESENTACAO NAO CADASTRADA, "
                       "ENCERRAMENTO REJEITADO: " RLM-CPF-MENOR
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-ENCERRAR-REPRESENTACAO-EXIT
           END-READ.

           IF NOT RPL-ATIVA
               DISPLAY "REPRESENTACAO JA ENCERRADA: " RLM-CPF-MENOR
                   " " RLM-CPF-RESPONSAVEL
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-ENCERRAR-REPRESENTACAO-EXIT
           END-IF.

           MOVE RPL_SITUACAO        TO WRK-IRP-SITUACAO.
           MOVE RPL_TIPO            TO WRK-IRP-TIPO.
           MOVE RPL_CPF_RESPONSAVEL TO WRK-IRP-RESPONSAVEL.
           MOVE WRK-IMAGEM-RPL TO WRK-AUDIT-VALOR-ANTIGO.

           SET RPL-ENCERRADA   TO TRUE.
           SET RPL-FIM-MANUAL  TO TRUE.
           MOVE WRK-DATA-HOJE  TO RPL_DATA_FIM.
           MOVE RLM-OPERADOR   TO RPL_OPERADOR.
           REWRITE REPLEGAL-REG
               INVALID KEY
                   DISPLAY "ERRO AO ENCERRAR REPRESENTACAO "
                       RLM-CPF-MENOR
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-ENCERRAR-REPRESENTACAO-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-ENCERRADOS.
           MOVE RPL_SITUACAO TO WRK-IRP-SITUACAO.
           MOVE WRK-IMAGEM-RPL TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-ENCERRAR-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE RLM-CPF-MENOR TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING RLM-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE REPLEGAL-FILE.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DA REPRESENTACAO LEGAL =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "REPRESENT. INCLUIDAS.: " WRK-QTDE-INCLUIDOS.
           DISPLAY "REPRESENT. ENCERRADAS: " WRK-QTDE-ENCERRADOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
