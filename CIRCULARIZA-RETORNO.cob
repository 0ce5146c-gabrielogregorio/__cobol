      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CIRCULARIZA-RETORNO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REGISTRAR EM CIRCMST AS RESPOSTAS DA           <*
      *>                CIRCULARIZACAO DE SALDOS (CIRCULARIZA-EMITE.  <*
      *>                COB) RECEBIDAS PELOS AUDITORES E DIGITADAS EM <*
      *>                CIRCRESP: C = CLIENTE CONFIRMA, D = CLIENTE   <*
      *>                DISCORDA (COM OS VALORES QUE ELE INFORMA), V  <*
      *>                = CARTA DEVOLVIDA PELO CORREIO. CONFIRMACAO   <*
      *>                SEM VALORES ASSUME OS VALORES DA CARTA;       <*
      *>                CONFIRMACAO COM VALOR DIFERENTE DA CARTA E    <*
      *>                TRATADA COMO DIVERGENTE. O OPERADOR PRECISA   <*
      *>                DA PERMISSAO CIRCULARIZA-RETORNO              <*
      *>                (AUTORIZA-CHECK) E TODA RESPOSTA VAI AO       <*
      *>                AUDIT-LOG. RESPOSTA DE CONTA FORA DA AMOSTRA, <*
      *>                DE CONTA SUPRIMIDA OU JA RESPONDIDA E         <*
      *>                RECUSADA. EM SEGUIDA EMITE EM CIRCRESU O      <*
      *>                RESUMO PARA OS AUDITORES DA DATA-BASE DAS     <*
      *>                RESPOSTAS (SEM RESPOSTAS, A ULTIMA            <*
      *>                DATA-BASE DE CIRCMST): CONFIRMADAS,           <*
      *>                DIVERGENTES COM AS DIFERENCAS, SEM RESPOSTA,  <*
      *>                DEVOLVIDAS E SUPRIMIDAS. HAVENDO RECUSA,      <*
      *>                RETURN-CODE 4                                 <*
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
           SELECT RESPOSTA-FILE       ASSIGN TO "CIRCRESP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RSP.

           SELECT CIRC-FILE           ASSIGN TO "CIRCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CIRC-CHAVE
               FILE STATUS        IS WRK-STATUS-CIRC.

           SELECT RELATORIO-FILE      ASSIGN TO "CIRCRESU"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  RESPOSTA-FILE.
       01  RESPOSTA-REG.
           02 RSP-DATA-BASE       PIC 9(08).
           02 RSP-CONTA           PIC 9(08).
           02 RSP-RESPOSTA        PIC X(01).
               88 RSP-CONFIRMA        VALUE "C".
               88 RSP-DISCORDA        VALUE "D".
               88 RSP-DEVOLVIDA       VALUE "V".
               88 RSP-VALIDA          VALUE "C" "D" "V".
           02 RSP-SALDO           PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RSP-PLANOS          PIC 9(11)V99.
           02 RSP-CDB             PIC 9(11)V99.
           02 RSP-DATA            PIC 9(08).
           02 RSP-OPERADOR        PIC X(08).
           02 RSP-OBSERVACAO      PIC X(30).

       FD  CIRC-FILE.
           COPY CIRC-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RSP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CIRC        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-RESPOSTA       PIC X(01) VALUE "N".
           88 FIM-RESPOSTA            VALUE "S".
       77  WRK-FIM-CIRC           PIC X(01) VALUE "N".
           88 FIM-CIRC                VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-RESUMO        PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.
       77  WRK-SITUACAO-ANTIGA    PIC X(10) VALUE SPACES.
       77  WRK-SECAO              PIC X(01) VALUE SPACE.

       77  WRK-DIF-SALDO          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIF-PLANOS         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIF-CDB            PIC S9(11)V99 VALUE ZEROS.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REGISTRADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.

       77  WRK-QTDE-SECAO         PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-SECAO        PIC S9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-AMOSTRA       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONFIRMADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DIVERGENTES   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEVOLVIDAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SUPRIMIDAS    PIC 9(07) VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20)
                                   VALUE "CIRCULARIZA-RETORNO".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "CIRCULARIZACAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   LINHAS DO RESUMO                                            *
      *----------------------------------------------------------------*
       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(08) VALUE "RECUSA: ".
           02 WRK-LR-DATA-BASE     PIC 9(08).
           02 FILLER               PIC X(01) VALUE "-".
           02 WRK-LR-CONTA         PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LR-RESPOSTA      PIC X(01).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-LR-MOTIVO        PIC X(40).
           02 FILLER               PIC X(30) VALUE SPACES.

       01  WRK-LINHA-CONTA.
           02 FILLER               PIC X(06) VALUE "CARTA ".
           02 WRK-LC-NUMERO        PIC 9(05).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-LC-CONTA         PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-MOEDA         PIC X(03).
           02 WRK-LC-SALDO         PIC -(10)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-DATA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-TEXTO         PIC X(30).
           02 FILLER               PIC X(16) VALUE SPACES.

       01  WRK-LINHA-DIFERENCA.
           02 FILLER               PIC X(11) VALUE SPACES.
           02 WRK-LD-ITEM          PIC X(08).
           02 FILLER               PIC X(07) VALUE " CARTA ".
           02 WRK-LD-CARTA         PIC -(10)9.99.
           02 FILLER               PIC X(12) VALUE " INFORMADO ".
           02 WRK-LD-INFORMADO     PIC -(10)9.99.
           02 FILLER               PIC X(11) VALUE " DIFERENCA ".
           02 WRK-LD-DIFERENCA     PIC -(10)9.99.
           02 FILLER               PIC X(09) VALUE SPACES.

       01  WRK-LINHA-TOTAL-SECAO.
           02 FILLER               PIC X(11) VALUE "QUANTIDADE ".
           02 WRK-LT-QTDE          PIC Z(6)9.
           02 FILLER               PIC X(15) VALUE " SALDO DA BASE ".
           02 WRK-LT-SALDO         PIC -(12)9.99.
           02 FILLER               PIC X(51) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-RESPOSTA
               THRU 2000-PROCESSAR-RESPOSTA-EXIT
               UNTIL FIM-RESPOSTA.
           PERFORM 5000-EMITIR-RESUMO     THRU 5000-EMITIR-RESUMO-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O CIRC-FILE.
           IF WRK-STATUS-CIRC NOT = "00"
               DISPLAY "CIRCULARIZA-RETORNO: CIRCMST INDISPONIVEL, "
                   "STATUS " WRK-STATUS-CIRC " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RESPOSTA-FILE.
           IF WRK-STATUS-RSP NOT = "00"
               SET FIM-RESPOSTA TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CIRCULARIZACAO DE SALDOS - RESPOSTAS DOS CLIENTES"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-RESPOSTA.
      *----------------------------------------------------------------*
           READ RESPOSTA-FILE.
           IF WRK-STATUS-RSP NOT = "00"
               SET FIM-RESPOSTA TO TRUE
               GO TO 2000-PROCESSAR-RESPOSTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDAS.

           CALL "AUTORIZA-CHECK" USING RSP-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RESPOSTA-EXIT
           END-IF.

           IF NOT RSP-VALIDA
               MOVE "RESPOSTA DEVE SER C, D OU V" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RESPOSTA-EXIT
           END-IF.

           IF RSP-SALDO NOT NUMERIC
               OR RSP-PLANOS NOT NUMERIC
               OR RSP-CDB NOT NUMERIC
               MOVE "VALOR INFORMADO NAO NUMERICO" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RESPOSTA-EXIT
           END-IF.

           MOVE RSP-DATA-BASE TO CIRC_DATA_BASE.
           MOVE RSP-CONTA     TO CIRC_CONTA.
           READ CIRC-FILE
               INVALID KEY
                   MOVE "CONTA FORA DA AMOSTRA DA DATA-BASE"
                       TO WRK-MOTIVO
                   PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
                   GO TO 2000-PROCESSAR-RESPOSTA-EXIT
           END-READ.

           IF CIRC-SUPRIMIDA
               MOVE "CONTA SUPRIMIDA - NENHUMA CARTA ENVIADA"
                   TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RESPOSTA-EXIT
           END-IF.
           IF NOT CIRC-ENVIADA
               MOVE "RESPOSTA JA REGISTRADA" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RESPOSTA-EXIT
           END-IF.

           PERFORM 2100-REGISTRAR THRU 2100-REGISTRAR-EXIT.
       2000-PROCESSAR-RESPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONFIRMACAO SEM VALORES ASSUME OS VALORES DA CARTA; COM     *
      *>   VALOR DIFERENTE, VALE O QUE O CLIENTE ESCREVEU (DIVERGENTE) *
      *----------------------------------------------------------------*
       2100-REGISTRAR.
      *----------------------------------------------------------------*
           MOVE "ENVIADA" TO WRK-SITUACAO-ANTIGA.

           EVALUATE TRUE
               WHEN RSP-DEVOLVIDA
                   MOVE ZEROS TO CIRC_SALDO_INFORMADO
                                 CIRC_PLANOS_INFORMADO
                                 CIRC_CDB_INFORMADO
                   SET CIRC-DEVOLVIDA TO TRUE
               WHEN RSP-CONFIRMA
                   AND RSP-SALDO = ZEROS
                   AND RSP-PLANOS = ZEROS
                   AND RSP-CDB = ZEROS
                   MOVE CIRC_SALDO_BASE   TO CIRC_SALDO_INFORMADO
                   MOVE CIRC_SALDO_PLANOS TO CIRC_PLANOS_INFORMADO
                   MOVE CIRC_SALDO_CDB    TO CIRC_CDB_INFORMADO
                   SET CIRC-CONFIRMADA TO TRUE
               WHEN OTHER
                   MOVE RSP-SALDO  TO CIRC_SALDO_INFORMADO
                   MOVE RSP-PLANOS TO CIRC_PLANOS_INFORMADO
                   MOVE RSP-CDB    TO CIRC_CDB_INFORMADO
                   IF RSP-DISCORDA
                       OR CIRC_SALDO_INFORMADO NOT = CIRC_SALDO_BASE
                       OR CIRC_PLANOS_INFORMADO NOT = CIRC_SALDO_PLANOS
                       OR CIRC_CDB_INFORMADO NOT = CIRC_SALDO_CDB
                       SET CIRC-DIVERGENTE TO TRUE
                   ELSE
                       SET CIRC-CONFIRMADA TO TRUE
                   END-IF
           END-EVALUATE.

           IF RSP-DATA NUMERIC AND RSP-DATA NOT = ZEROS
               MOVE RSP-DATA TO CIRC_DATA_RESPOSTA
           ELSE
               MOVE WRK-DATA-HOJE TO CIRC_DATA_RESPOSTA
           END-IF.
           MOVE RSP-OPERADOR   TO CIRC_OPERADOR.
           MOVE RSP-OBSERVACAO TO CIRC_MOTIVO.

           REWRITE CIRC-REG
               INVALID KEY
                   MOVE "FALHA NA REGRAVACAO DE CIRCMST" TO WRK-MOTIVO
                   PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
                   GO TO 2100-REGISTRAR-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTDE-REGISTRADAS.
           MOVE CIRC_DATA_BASE TO WRK-DATA-RESUMO.

           MOVE WRK-SITUACAO-ANTIGA TO WRK-AUDIT-VALOR-ANTIGO.
           EVALUATE TRUE
               WHEN CIRC-CONFIRMADA
                   MOVE "CONFIRMADA" TO WRK-AUDIT-VALOR-NOVO
               WHEN CIRC-DIVERGENTE
                   MOVE "DIVERGENTE" TO WRK-AUDIT-VALOR-NOVO
               WHEN OTHER
                   MOVE "DEVOLVIDA"  TO WRK-AUDIT-VALOR-NOVO
           END-EVALUATE.
           PERFORM 8000-AUDITAR THRU 8000-AUDITAR-EXIT.
       2100-REGISTRAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-RECUSAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RECUSADAS.
           MOVE RSP-DATA-BASE TO WRK-LR-DATA-BASE.
           MOVE RSP-CONTA     TO WRK-LR-CONTA.
           MOVE RSP-RESPOSTA  TO WRK-LR-RESPOSTA.
           MOVE WRK-MOTIVO    TO WRK-LR-MOTIVO.
           MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2900-RECUSAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RESUMO DA DATA-BASE DAS RESPOSTAS; SEM RESPOSTAS NESTA      *
      *>   RODADA, A ULTIMA DATA-BASE CIRCULARIZADA                    *
      *----------------------------------------------------------------*
       5000-EMITIR-RESUMO.
      *----------------------------------------------------------------*
           IF WRK-DATA-RESUMO = ZEROS
               PERFORM 5100-ACHAR-ULTIMA-BASE
                   THRU 5100-ACHAR-ULTIMA-BASE-EXIT
           END-IF.
           IF WRK-DATA-RESUMO = ZEROS
               MOVE "NENHUMA CIRCULARIZACAO EM CIRCMST"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO 5000-EMITIR-RESUMO-EXIT
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           STRING "RESUMO DA DATA-BASE " DELIMITED BY SIZE
               WRK-DATA-RESUMO DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "C" TO WRK-SECAO.
           MOVE "CONFIRMADAS" TO RELATORIO-LINHA.
           PERFORM 5200-EMITIR-SECAO THRU 5200-EMITIR-SECAO-EXIT.
           MOVE WRK-QTDE-SECAO TO WRK-QTDE-CONFIRMADAS.

           MOVE "D" TO WRK-SECAO.
           MOVE "DIVERGENTES" TO RELATORIO-LINHA.
           PERFORM 5200-EMITIR-SECAO THRU 5200-EMITIR-SECAO-EXIT.
           MOVE WRK-QTDE-SECAO TO WRK-QTDE-DIVERGENTES.

           MOVE "E" TO WRK-SECAO.
           MOVE "SEM RESPOSTA" TO RELATORIO-LINHA.
           PERFORM 5200-EMITIR-SECAO THRU 5200-EMITIR-SECAO-EXIT.
           MOVE WRK-QTDE-SECAO TO WRK-QTDE-PENDENTES.

           MOVE "V" TO WRK-SECAO.
           MOVE "DEVOLVIDAS PELO CORREIO" TO RELATORIO-LINHA.
           PERFORM 5200-EMITIR-SECAO THRU 5200-EMITIR-SECAO-EXIT.
           MOVE WRK-QTDE-SECAO TO WRK-QTDE-DEVOLVIDAS.

           MOVE "S" TO WRK-SECAO.
           MOVE "SUPRIMIDAS - PROCEDIMENTO ALTERNATIVO"
               TO RELATORIO-LINHA.
           PERFORM 5200-EMITIR-SECAO THRU 5200-EMITIR-SECAO-EXIT.
           MOVE WRK-QTDE-SECAO TO WRK-QTDE-SUPRIMIDAS.

           COMPUTE WRK-QTDE-AMOSTRA = WRK-QTDE-CONFIRMADAS
               + WRK-QTDE-DIVERGENTES + WRK-QTDE-PENDENTES
               + WRK-QTDE-DEVOLVIDAS + WRK-QTDE-SUPRIMIDAS.
       5000-EMITIR-RESUMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-ACHAR-ULTIMA-BASE.
      *----------------------------------------------------------------*
           MOVE ZEROS TO CIRC_DATA_BASE CIRC_CONTA.
           MOVE "N" TO WRK-FIM-CIRC.
           START CIRC-FILE KEY IS NOT LESS THAN CIRC-CHAVE
               INVALID KEY
                   SET FIM-CIRC TO TRUE
           END-START.
           PERFORM 5110-LER-PROXIMA THRU 5110-LER-PROXIMA-EXIT
               UNTIL FIM-CIRC.
       5100-ACHAR-ULTIMA-BASE-EXIT.
           EXIT.

       5110-LER-PROXIMA.
           READ CIRC-FILE NEXT RECORD.
           IF WRK-STATUS-CIRC NOT = "00"
               SET FIM-CIRC TO TRUE
               GO TO 5110-LER-PROXIMA-EXIT
           END-IF.
           IF CIRC_DATA_BASE > WRK-DATA-RESUMO
               MOVE CIRC_DATA_BASE TO WRK-DATA-RESUMO
           END-IF.
       5110-LER-PROXIMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA PASSADA POR SECAO NAS CONTAS DA DATA-BASE; O TITULO JA  *
      *>   VEM EM RELATORIO-LINHA                                      *
      *----------------------------------------------------------------*
       5200-EMITIR-SECAO.
      *----------------------------------------------------------------*
           WRITE RELATORIO-LINHA.
           MOVE ALL "-" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE ZEROS TO WRK-QTDE-SECAO WRK-SALDO-SECAO.

           MOVE WRK-DATA-RESUMO TO CIRC_DATA_BASE.
           MOVE ZEROS           TO CIRC_CONTA.
           MOVE "N" TO WRK-FIM-CIRC.
           START CIRC-FILE KEY IS NOT LESS THAN CIRC-CHAVE
               INVALID KEY
                   SET FIM-CIRC TO TRUE
           END-START.
           PERFORM 5300-LISTAR-CONTA THRU 5300-LISTAR-CONTA-EXIT
               UNTIL FIM-CIRC.

           MOVE WRK-QTDE-SECAO  TO WRK-LT-QTDE.
           MOVE WRK-SALDO-SECAO TO WRK-LT-SALDO.
           MOVE WRK-LINHA-TOTAL-SECAO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5200-EMITIR-SECAO-EXIT.
           EXIT.

       5300-LISTAR-CONTA.
           READ CIRC-FILE NEXT RECORD.
           IF WRK-STATUS-CIRC NOT = "00"
               OR CIRC_DATA_BASE NOT = WRK-DATA-RESUMO
               SET FIM-CIRC TO TRUE
               GO TO 5300-LISTAR-CONTA-EXIT
           END-IF.
           IF CIRC_SITUACAO NOT = WRK-SECAO
               GO TO 5300-LISTAR-CONTA-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-SECAO.
           ADD CIRC_SALDO_BASE TO WRK-SALDO-SECAO.
           MOVE CIRC_NUMERO     TO WRK-LC-NUMERO.
           MOVE CIRC_CONTA      TO WRK-LC-CONTA.
           MOVE CIRC_MOEDA      TO WRK-LC-MOEDA.
           MOVE CIRC_SALDO_BASE TO WRK-LC-SALDO.
           IF CIRC-ENVIADA OR CIRC-SUPRIMIDA
               MOVE CIRC_DATA_ENVIO TO WRK-LC-DATA
           ELSE
               MOVE CIRC_DATA_RESPOSTA TO WRK-LC-DATA
           END-IF.
           MOVE CIRC_MOTIVO TO WRK-LC-TEXTO.
           MOVE WRK-LINHA-CONTA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF CIRC-DIVERGENTE
               PERFORM 5400-LISTAR-DIFERENCAS
                   THRU 5400-LISTAR-DIFERENCAS-EXIT
           END-IF.
       5300-LISTAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5400-LISTAR-DIFERENCAS.
      *----------------------------------------------------------------*
           COMPUTE WRK-DIF-SALDO =
               CIRC_SALDO_INFORMADO - CIRC_SALDO_BASE.
           COMPUTE WRK-DIF-PLANOS =
               CIRC_PLANOS_INFORMADO - CIRC_SALDO_PLANOS.
           COMPUTE WRK-DIF-CDB =
               CIRC_CDB_INFORMADO - CIRC_SALDO_CDB.

           IF WRK-DIF-SALDO NOT = ZEROS
               MOVE "SALDO"              TO WRK-LD-ITEM
               MOVE CIRC_SALDO_BASE      TO WRK-LD-CARTA
               MOVE CIRC_SALDO_INFORMADO TO WRK-LD-INFORMADO
               MOVE WRK-DIF-SALDO        TO WRK-LD-DIFERENCA
               MOVE WRK-LINHA-DIFERENCA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           IF WRK-DIF-PLANOS NOT = ZEROS
               MOVE "PLANOS"              TO WRK-LD-ITEM
               MOVE CIRC_SALDO_PLANOS     TO WRK-LD-CARTA
               MOVE CIRC_PLANOS_INFORMADO TO WRK-LD-INFORMADO
               MOVE WRK-DIF-PLANOS        TO WRK-LD-DIFERENCA
               MOVE WRK-LINHA-DIFERENCA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           IF WRK-DIF-CDB NOT = ZEROS
               MOVE "CDB"              TO WRK-LD-ITEM
               MOVE CIRC_SALDO_CDB     TO WRK-LD-CARTA
               MOVE CIRC_CDB_INFORMADO TO WRK-LD-INFORMADO
               MOVE WRK-DIF-CDB        TO WRK-LD-DIFERENCA
               MOVE WRK-LINHA-DIFERENCA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
       5400-LISTAR-DIFERENCAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE CIRC_CONTA TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING RSP-OPERADOR
               WRK-AUDIT-CAMPO WRK-AUDIT-VALOR-ANTIGO
               WRK-AUDIT-VALOR-NOVO WRK-AUDIT-CHAVE.
       8000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RESPOSTA-FILE.
           CLOSE CIRC-FILE.
           CLOSE RELATORIO-FILE.

           IF WRK-QTDE-RECUSADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CIRCULARIZACAO DE SALDOS - RESPOSTAS =====".
           DISPLAY "RESPOSTAS LIDAS......: " WRK-QTDE-LIDAS.
           DISPLAY "REGISTRADAS..........: " WRK-QTDE-REGISTRADAS.
           DISPLAY "RECUSADAS............: " WRK-QTDE-RECUSADAS.
           DISPLAY "DATA-BASE DO RESUMO..: " WRK-DATA-RESUMO.
           DISPLAY "CONTAS NA AMOSTRA....: " WRK-QTDE-AMOSTRA.
           DISPLAY "CONFIRMADAS..........: " WRK-QTDE-CONFIRMADAS.
           DISPLAY "DIVERGENTES..........: " WRK-QTDE-DIVERGENTES.
           DISPLAY "SEM RESPOSTA.........: " WRK-QTDE-PENDENTES.
           DISPLAY "DEVOLVIDAS...........: " WRK-QTDE-DEVOLVIDAS.
           DISPLAY "SUPRIMIDAS...........: " WRK-QTDE-SUPRIMIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
