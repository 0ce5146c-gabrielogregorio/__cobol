      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONSENT-REGISTRA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REGISTRO DOS CONSENTIMENTOS LGPD (CONSENTMST)  <*
      *>                A PARTIR DO LOTE CONSENTMOV: FUNCAO C         <*
      *>                (CONCEDER) E R (REVOGAR), POR CPF E           <*
      *>                FINALIDADE - E MARKETING POR E-MAIL, S POR    <*
      *>                SMS, C POR CORREIO, P COMPARTILHAMENTO COM    <*
      *>                PARCEIROS -, COM O CANAL DE CAPTACAO (A       <*
      *>                AGENCIA, I INTERNET, M APLICATIVO, T CENTRAL  <*
      *>                TELEFONICA, F FORMULARIO), O DOCUMENTO OU     <*
      *>                PROTOCOLO QUE PROVA O ATO E O OPERADOR. CADA  <*
      *>                EVENTO E GRAVADO COMO REGISTRO NOVO COM A     <*
      *>                SEQUENCIA SEGUINTE DA FINALIDADE: O PROGRAMA  <*
      *>                NUNCA REGRAVA NEM EXCLUI, E O HISTORICO       <*
      *>                INTEIRO FICA COMO PROVA. CONCEDER O QUE JA    <*
      *>                ESTA CONCEDIDO, OU REVOGAR O QUE NAO ESTA,    <*
      *>                E REJEITADO. A DATA DO ATO NAO PODE SER       <*
      *>                FUTURA (ZERADA VALE HOJE). OPERADOR COM A     <*
      *>                FUNCAO CONSENT-REGISTRA EM AUTORIZA-CHECK;    <*
      *>                TODO EVENTO E AUDITADO VIA AUDIT-LOG          <*
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
           SELECT CONSENT-FILE        ASSIGN TO "CONSENTMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CNS-CHAVE
               FILE STATUS        IS WRK-STATUS-CNS.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT MANUT-FILE          ASSIGN TO "CONSENTMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CONSENT-FILE.
           COPY CONSENT-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 CMV-FUNCAO              PIC X(01).
               88 CMV-CONCEDER            VALUE "C".
               88 CMV-REVOGAR             VALUE "R".
           02 CMV-CPF                 PIC X(11).
           02 CMV-FINALIDADE          PIC X(01).
           02 CMV-CANAL               PIC X(01).
           02 CMV-DOCUMENTO           PIC X(20).
           02 CMV-DATA                PIC 9(08).
           02 CMV-OPERADOR            PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CNS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".
       77  WRK-FIM-CNS            PIC X(01) VALUE "N".
           88 FIM-CNS                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   ULTIMO EVENTO DA FINALIDADE: DIZ SE O CONSENTIMENTO ESTA    *
      *>   VALENDO E QUAL A PROXIMA SEQUENCIA                          *
      *----------------------------------------------------------------*
       77  WRK-ULTIMA-SEQUENCIA   PIC 9(05) VALUE ZEROS.
       77  WRK-ULTIMO-EVENTO      PIC X(01) VALUE SPACE.
           88 ULTIMO-CONCEDIDO        VALUE "C".
       77  WRK-ULTIMA-CONCESSAO   PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONCEDIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REVOGADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.

       77  WRK-CPF-VALIDO         PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO           VALUE "S".

      *----------------------------------------------------------------*
      *>   IMAGEM DO EVENTO PARA A AUDITORIA: FINALIDADE, EVENTO,      *
      *>   CANAL E SEQUENCIA                                           *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-CNS.
           02 WRK-ICN-FINALIDADE   PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-ICN-EVENTO       PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-ICN-CANAL        PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-ICN-SEQUENCIA    PIC 9(05).
           02 FILLER               PIC X(19) VALUE SPACES.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "CNS_EVENTO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "CONSENT-REGISTRA".
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

           OPEN I-O CONSENT-FILE.
           IF WRK-STATUS-CNS = "35"
               CLOSE CONSENT-FILE
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
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

           CALL "AUTORIZA-CHECK" USING CMV-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA CONSENTIMENTOS: "
                   CMV-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           IF NOT CMV-CONCEDER AND NOT CMV-REVOGAR
               DISPLAY "FUNCAO DE CONSENTIMENTO INVALIDA: " CMV-FUNCAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           PERFORM 3000-VALIDAR-EVENTO THRU 3000-VALIDAR-EVENTO-EXIT.
           IF NOT CPF-EH-VALIDO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           PERFORM 3500-PROCURAR-ULTIMO
               THRU 3500-PROCURAR-ULTIMO-EXIT.

           EVALUATE TRUE
               WHEN CMV-CONCEDER
                   PERFORM 4000-CONCEDER THRU 4000-CONCEDER-EXIT
               WHEN CMV-REVOGAR
                   PERFORM 5000-REVOGAR  THRU 5000-REVOGAR-EXIT
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
      *>   CPF VALIDO E CADASTRADO, FINALIDADE E CANAL CONHECIDOS E    *
      *>   DATA DO ATO QUE NAO SEJA FUTURA                             *
      *----------------------------------------------------------------*
       3000-VALIDAR-EVENTO.
      *----------------------------------------------------------------*
           CALL "CPF-CHECK" USING CMV-CPF WRK-CPF-VALIDO.
           IF NOT CPF-EH-VALIDO
               DISPLAY "CPF INVALIDO, CONSENTIMENTO REJEITADO: "
                   CMV-CPF
               GO TO 3000-VALIDAR-EVENTO-EXIT
           END-IF.

           MOVE "N" TO WRK-CPF-VALIDO.
           MOVE CMV-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO, CONSENTIMENTO "
                       "REJEITADO: " CMV-CPF
                   GO TO 3000-VALIDAR-EVENTO-EXIT
           END-READ.

           MOVE CMV-FINALIDADE TO CNS_FINALIDADE.
           IF NOT CNS-FIN-VALIDA
               DISPLAY "FINALIDADE INVALIDA (E, S, C OU P): " CMV-CPF
                   " " CMV-FINALIDADE
               GO TO 3000-VALIDAR-EVENTO-EXIT
           END-IF.

           MOVE CMV-CANAL TO CNS_CANAL.
           IF NOT CNS-CANAL-VALIDO
               DISPLAY "CANAL DE CAPTACAO INVALIDO: " CMV-CPF
                   " " CMV-CANAL
               GO TO 3000-VALIDAR-EVENTO-EXIT
           END-IF.

           IF CMV-DATA IS NOT NUMERIC OR CMV-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO CMV-DATA
           END-IF.
           IF CMV-DATA > WRK-DATA-HOJE
               DISPLAY "DATA DO CONSENTIMENTO FUTURA, REJEITADO: "
                   CMV-CPF
               GO TO 3000-VALIDAR-EVENTO-EXIT
           END-IF.

           SET CPF-EH-VALIDO TO TRUE.
       3000-VALIDAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PERCORRE OS EVENTOS DO CPF NA FINALIDADE (EM ORDEM DE       *
      *>   SEQUENCIA) E GUARDA O ULTIMO                                *
      *----------------------------------------------------------------*
       3500-PROCURAR-ULTIMO.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO WRK-ULTIMA-SEQUENCIA.
           MOVE SPACE  TO WRK-ULTIMO-EVENTO.
           MOVE ZEROS  TO WRK-ULTIMA-CONCESSAO.
           MOVE "N"    TO WRK-FIM-CNS.

           MOVE CMV-CPF        TO CNS_CPF.
           MOVE CMV-FINALIDADE TO CNS_FINALIDADE.
           MOVE ZEROS          TO CNS_SEQUENCIA.
           START CONSENT-FILE KEY NOT < CNS-CHAVE
               INVALID KEY
                   SET FIM-CNS TO TRUE
           END-START.

           PERFORM 3600-LER-EVENTO THRU 3600-LER-EVENTO-EXIT
               UNTIL FIM-CNS.
       3500-PROCURAR-ULTIMO-EXIT.
           EXIT.

       3600-LER-EVENTO.
           READ CONSENT-FILE NEXT RECORD.
           IF WRK-STATUS-CNS NOT = "00"
               OR CNS_CPF NOT = CMV-CPF
               OR CNS_FINALIDADE NOT = CMV-FINALIDADE
               SET FIM-CNS TO TRUE
               GO TO 3600-LER-EVENTO-EXIT
           END-IF.

           MOVE CNS_SEQUENCIA      TO WRK-ULTIMA-SEQUENCIA.
           MOVE CNS_EVENTO         TO WRK-ULTIMO-EVENTO.
           MOVE CNS_DATA_CONCESSAO TO WRK-ULTIMA-CONCESSAO.
       3600-LER-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-CONCEDER.
      *----------------------------------------------------------------*
           IF ULTIMO-CONCEDIDO
               DISPLAY "CONSENTIMENTO JA CONCEDIDO, REJEITADO: "
                   CMV-CPF " " CMV-FINALIDADE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-CONCEDER-EXIT
           END-IF.

           SET CNS-CONCESSAO TO TRUE.
           MOVE CMV-DATA TO CNS_DATA_CONCESSAO.
           MOVE ZEROS    TO CNS_DATA_REVOGACAO.
           PERFORM 6000-GRAVAR-EVENTO THRU 6000-GRAVAR-EVENTO-EXIT.
           IF WRK-STATUS-CNS = "00"
               ADD 1 TO WRK-QTDE-CONCEDIDOS
           END-IF.
       4000-CONCEDER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-REVOGAR.
      *----------------------------------------------------------------*
           IF NOT ULTIMO-CONCEDIDO
               DISPLAY "NAO HA CONSENTIMENTO VALENDO PARA REVOGAR: "
                   CMV-CPF " " CMV-FINALIDADE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-REVOGAR-EXIT
           END-IF.

           IF CMV-DATA < WRK-ULTIMA-CONCESSAO
               DISPLAY "REVOGACAO ANTERIOR A CONCESSAO, REJEITADA: "
                   CMV-CPF " " CMV-FINALIDADE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-REVOGAR-EXIT
           END-IF.

           SET CNS-REVOGACAO TO TRUE.
           MOVE WRK-ULTIMA-CONCESSAO TO CNS_DATA_CONCESSAO.
           MOVE CMV-DATA             TO CNS_DATA_REVOGACAO.
           PERFORM 6000-GRAVAR-EVENTO THRU 6000-GRAVAR-EVENTO-EXIT.
           IF WRK-STATUS-CNS = "00"
               ADD 1 TO WRK-QTDE-REVOGADOS
           END-IF.
       5000-REVOGAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O EVENTO ENTRA SEMPRE COMO REGISTRO NOVO: CHAVE REPETIDA E  *
      *>   ERRO, NUNCA REGRAVACAO                                      *
      *----------------------------------------------------------------*
       6000-GRAVAR-EVENTO.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           MOVE CMV-CPF          TO CNS_CPF.
           MOVE CMV-FINALIDADE   TO CNS_FINALIDADE.
           COMPUTE CNS_SEQUENCIA = WRK-ULTIMA-SEQUENCIA + 1.
           MOVE WRK-HORA-SISTEMA (1:6) TO CNS_HORA_REGISTRO.
           MOVE CMV-CANAL        TO CNS_CANAL.
           MOVE CMV-DOCUMENTO    TO CNS_DOCUMENTO.
           MOVE CMV-OPERADOR     TO CNS_OPERADOR.

           WRITE CONSENT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONSENTIMENTO " CMV-CPF
                       " STATUS " WRK-STATUS-CNS
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 6000-GRAVAR-EVENTO-EXIT
           END-WRITE.

           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           IF WRK-ULTIMO-EVENTO NOT = SPACE
               MOVE CNS_FINALIDADE    TO WRK-ICN-FINALIDADE
               MOVE WRK-ULTIMO-EVENTO TO WRK-ICN-EVENTO
               MOVE SPACE             TO WRK-ICN-CANAL
               MOVE WRK-ULTIMA-SEQUENCIA TO WRK-ICN-SEQUENCIA
               MOVE WRK-IMAGEM-CNS    TO WRK-AUDIT-VALOR-ANTIGO
           END-IF.
           MOVE CNS_FINALIDADE TO WRK-ICN-FINALIDADE.
           MOVE CNS_EVENTO     TO WRK-ICN-EVENTO.
           MOVE CNS_CANAL      TO WRK-ICN-CANAL.
           MOVE CNS_SEQUENCIA  TO WRK-ICN-SEQUENCIA.
           MOVE WRK-IMAGEM-CNS TO WRK-AUDIT-VALOR-NOVO.
           MOVE CMV-CPF        TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING CMV-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       6000-GRAVAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONSENT-FILE.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           CLOSE MANUT-FILE.

           DISPLAY "===== REGISTRO DE CONSENTIMENTOS LGPD =====".
           DISPLAY "EVENTOS LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "CONCESSOES GRAVADAS..: " WRK-QTDE-CONCEDIDOS.
           DISPLAY "REVOGACOES GRAVADAS..: " WRK-QTDE-REVOGADOS.
           DISPLAY "EVENTOS REJEITADOS...: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
