      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RESTRITIVA-CARGA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CARGA DA LISTA RESTRITIVA DE COMPLIANCE        <*
      *>                (LISTREST, LAYOUT NO COPYBOOK RESTRITIVA-REG) <*
      *>                A PARTIR DO LOTE RESTCADIN: FUNCAO I INCLUI   <*
      *>                OU ATUALIZA UMA PESSOA (CPF, NOME, MOTIVO E   <*
      *>                ORIGEM J JUDICIAL, A AUTORIDADE OU I INTERNA) <*
      *>                E FUNCAO D DESLIGA. O CPF PRECISA PASSAR NO   <*
      *>                CPF-CHECK E O OPERADOR PRECISA DE PERMISSAO   <*
      *>                NO PERFIL (AUTORIZA-CHECK.COB). TODA INCLUSAO <*
      *>                E DESLIGAMENTO E AUDITADA EM AUDITLOG. A      <*
      *>                LISTA E CONSULTADA POR CLIENTE-RISCO.COB      <*
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
           SELECT RESTRITIVA-FILE     ASSIGN TO "LISTREST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RST_CPF
               FILE STATUS        IS WRK-STATUS-RST.

           SELECT MANUT-FILE          ASSIGN TO "RESTCADIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  RESTRITIVA-FILE.
           COPY RESTRITIVA-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 RMAN-FUNCAO             PIC X(01).
               88 RMAN-INCLUIR            VALUE "I".
               88 RMAN-DESLIGAR           VALUE "D".
           02 RMAN-CPF                PIC X(11).
           02 RMAN-NOME               PIC X(20).
           02 RMAN-MOTIVO             PIC X(30).
           02 RMAN-ORIGEM             PIC X(01).
           02 RMAN-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RST         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DESLIGADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-CPF-VALIDO         PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO           VALUE "S".
           88 CPF-EH-INVALIDO         VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "RESTRITIVA-CARGA".
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

           OPEN I-O RESTRITIVA-FILE.
           IF WRK-STATUS-RST = "35"
               CLOSE RESTRITIVA-FILE
               OPEN OUTPUT RESTRITIVA-FILE
               CLOSE RESTRITIVA-FILE
               OPEN I-O RESTRITIVA-FILE
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

           CALL "AUTORIZA-CHECK" USING RMAN-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA LISTA RESTRITIVA: "
                   RMAN-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           EVALUATE TRUE
               WHEN RMAN-INCLUIR
                   PERFORM 3000-INCLUIR-PESSOA
                       THRU 3000-INCLUIR-PESSOA-EXIT
               WHEN RMAN-DESLIGAR
                   PERFORM 5000-DESLIGAR-PESSOA
                       THRU 5000-DESLIGAR-PESSOA-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE LISTA RESTRITIVA INVALIDA: "
                       RMAN-FUNCAO
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
       3000-INCLUIR-PESSOA.
      *----------------------------------------------------------------*
           CALL "CPF-CHECK" USING RMAN-CPF WRK-CPF-VALIDO.
           IF CPF-EH-INVALIDO
               DISPLAY "CPF INVALIDO, INCLUSAO REJEITADA: " RMAN-CPF
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-PESSOA-EXIT
           END-IF.

           MOVE RMAN-ORIGEM TO RST_ORIGEM.
           IF NOT RST-ORIGEM-VALIDA
               DISPLAY "ORIGEM INVALIDA, INCLUSAO REJEITADA: "
                   RMAN-CPF " ORIGEM " RMAN-ORIGEM
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-PESSOA-EXIT
           END-IF.

           MOVE RMAN-CPF      TO RST_CPF.
           MOVE RMAN-NOME     TO RST_NOME.
           MOVE RMAN-MOTIVO   TO RST_MOTIVO.
           MOVE RMAN-ORIGEM   TO RST_ORIGEM.
           MOVE WRK-DATA-HOJE TO RST_DATA_INCLUSAO.
           MOVE RMAN-OPERADOR TO RST_OPERADOR.
           SET RST-ATIVO TO TRUE.

           WRITE RESTRITIVA-REG
               INVALID KEY
                   REWRITE RESTRITIVA-REG
           END-WRITE.

           ADD 1 TO WRK-QTDE-INCLUIDOS.

           MOVE "LISTA-RESTRIT"  TO WRK-AUDIT-CAMPO.
           MOVE SPACES           TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "ATIVO"          TO WRK-AUDIT-VALOR-NOVO.
           MOVE RMAN-CPF         TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING RMAN-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       3000-INCLUIR-PESSOA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-DESLIGAR-PESSOA.
      *----------------------------------------------------------------*
           MOVE RMAN-CPF TO RST_CPF.
           READ RESTRITIVA-FILE
               INVALID KEY
                   DISPLAY "CPF FORA DA LISTA, DESLIGAMENTO "
                       "REJEITADO: " RMAN-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-DESLIGAR-PESSOA-EXIT
           END-READ.

           SET RST-DESLIGADO TO TRUE.
           MOVE RMAN-OPERADOR TO RST_OPERADOR.
           REWRITE RESTRITIVA-REG.

           ADD 1 TO WRK-QTDE-DESLIGADOS.

           MOVE "LISTA-RESTRIT"  TO WRK-AUDIT-CAMPO.
           MOVE "ATIVO"          TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "DESLIGADO"      TO WRK-AUDIT-VALOR-NOVO.
           MOVE RMAN-CPF         TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING RMAN-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       5000-DESLIGAR-PESSOA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RESTRITIVA-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== CARGA DA LISTA RESTRITIVA =====".
           DISPLAY "MOVIMENTOS LIDOS.....: " WRK-QTDE-LIDOS.
           DISPLAY "PESSOAS INCLUIDAS....: " WRK-QTDE-INCLUIDOS.
           DISPLAY "PESSOAS DESLIGADAS...: " WRK-QTDE-DESLIGADOS.
           DISPLAY "REJEITADOS...........: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
