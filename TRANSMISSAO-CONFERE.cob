      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TRANSMISSAO-CONFERE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONFERENCIA DA MANHA DO REGISTRO DE            <*
      *>                TRANSMISSOES (TRANSMST). CASA OS RECIBOS DE   <*
      *>                ENVIO (TRMENVIO) E OS ACUSES DAS CONTRAPARTES <*
      *>                (TRMACUSE) COM O ARQUIVO REGISTRADO PELO      <*
      *>                GERADOR; ACUSE COM QUANTIDADE E HASH IGUAIS   <*
      *>                AO REGISTRO DA POR ACUSADO, DIFERENTES POR    <*
      *>                DIVERGENTE, E RECUSA DA CONTRAPARTE POR       <*
      *>                REJEITADO. EM SEGUIDA VARRE O REGISTRO E      <*
      *>                LISTA EM TRMREL O ARQUIVO NAO ENVIADO COM     <*
      *>                PRAZO VENCIDO OU VENCENDO HOJE, O ENVIADO     <*
      *>                DEPOIS DO PRAZO, O ENVIADO SEM ACUSE APOS     <*
      *>                TRMACKDIAS E O ACUSE DIVERGENTE OU REJEITADO. <*
      *>                PENDENCIA SEM SOLUCAO CONTINUA SAINDO TODO    <*
      *>                DIA; ATRASO JA ENVIADO E ACUSE RUIM SAEM      <*
      *>                DENTRO DA JANELA TRMJANELA. RECIBO OU ACUSE   <*
      *>                SEM REGISTRO TAMBEM SAI. HAVENDO QUALQUER     <*
      *>                PENDENCIA ALEM DO QUE VENCE HOJE, O STEP      <*
      *>                TERMINA COM RC=4                              <*
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
           SELECT TRANSMIS-FILE       ASSIGN TO "TRANSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TRM-CHAVE
               FILE STATUS        IS WRK-STATUS-TRM.

           SELECT ENVIO-FILE          ASSIGN TO "TRMENVIO"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ENV.

           SELECT ACUSE-FILE          ASSIGN TO "TRMACUSE"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ACU.

           SELECT RELATORIO-FILE      ASSIGN TO "TRMREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  TRANSMIS-FILE.
           COPY TRANSMIS-REG.

      *----------------------------------------------------------------*
      *>   RECIBO DA TRANSFERENCIA: UMA LINHA POR ARQUIVO ENVIADO      *
      *----------------------------------------------------------------*
       FD  ENVIO-FILE.
       01  ENVIO-REG.
           02 ENV_ARQUIVO          PIC X(10).
           02 ENV_DATA_GERACAO     PIC 9(08).
           02 ENV_DATA             PIC 9(08).
           02 ENV_HORA             PIC 9(06).
           02 ENV_DESTINO          PIC X(10).

      *----------------------------------------------------------------*
      *>   ACUSE DA CONTRAPARTE: "A" ACEITO, "R" RECUSADO, COM A       *
      *>   QUANTIDADE E O HASH QUE ELA APUROU NO ARQUIVO RECEBIDO      *
      *----------------------------------------------------------------*
       FD  ACUSE-FILE.
       01  ACUSE-REG.
           02 ACU_ARQUIVO          PIC X(10).
           02 ACU_DATA_GERACAO     PIC 9(08).
           02 ACU_DATA             PIC 9(08).
           02 ACU_SITUACAO         PIC X(01).
               88 ACU-RECUSADO         VALUE "R".
           02 ACU_QTDE             PIC 9(09).
           02 ACU_HASH             PIC 9(13)V99.
           02 ACU_PROTOCOLO        PIC X(20).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-TRM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ENV         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ACU         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ENV            PIC X(01) VALUE "N".
           88 FIM-ENV                 VALUE "S".
       77  WRK-FIM-ACU            PIC X(01) VALUE "N".
           88 FIM-ACU                 VALUE "S".
       77  WRK-FIM-TRM            PIC X(01) VALUE "N".
           88 FIM-TRM                 VALUE "S".
       77  WRK-REGISTRO-ABERTO    PIC X(01) VALUE "N".
           88 REGISTRO-ABERTO         VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS               PIC 9(03) VALUE ZEROS.
       77  WRK-JANELA-DIAS        PIC 9(03) VALUE 7.
       77  WRK-ACUSE-DIAS         PIC 9(03) VALUE 1.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       77  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

       77  WRK-QTDE-REGISTROS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECIBOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACUSES        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-REGISTRO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NAO-ENVIADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENCE-HOJE    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ATRASADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-ACUSE     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DIVERGENTES   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHA DO RELATORIO                                          *
      *----------------------------------------------------------------*
       01  WRK-LINHA-DETALHE.
           02 WRK-LD-SITUACAO      PIC X(16).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-ARQUIVO       PIC X(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-GERACAO       PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-CONTRAPARTE   PIC X(10).
           02 FILLER               PIC X(06) VALUE " REGS ".
           02 WRK-LD-QTDE          PIC ZZZZZZZZ9.
           02 FILLER               PIC X(07) VALUE " PRAZO ".
           02 WRK-LD-PRAZO         PIC 9(08).
           02 FILLER               PIC X(07) VALUE " ENVIO ".
           02 WRK-LD-ENVIO         PIC 9(08).
           02 FILLER               PIC X(06) VALUE " DIAS ".
           02 WRK-LD-DIAS          PIC ZZ9.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CASAR-RECIBO      THRU 2000-CASAR-RECIBO-EXIT
               UNTIL FIM-ENV.
           PERFORM 3000-CASAR-ACUSE       THRU 3000-CASAR-ACUSE-EXIT
               UNTIL FIM-ACU.
           PERFORM 4000-INICIAR-VARREDURA
               THRU 4000-INICIAR-VARREDURA-EXIT.
           PERFORM 4100-CONFERIR-REGISTRO
               THRU 4100-CONFERIR-REGISTRO-EXIT
               UNTIL FIM-TRM.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM TRANSMST NENHUM ARQUIVO FOI REGISTRADO E NAO HA O QUE   *
      *>   CASAR NEM CONFERIR; SEM RECIBO OU ACUSE DO DIA SO A         *
      *>   VARREDURA E FEITA                                           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 1050-OBTER-PARAMETROS
               THRU 1050-OBTER-PARAMETROS-EXIT.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "TRANSMISSOES PENDENTES DE ENVIO OU DE ACUSE" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN I-O TRANSMIS-FILE.
           IF WRK-STATUS-TRM NOT = "00"
               SET FIM-ENV TO TRUE
               SET FIM-ACU TO TRUE
               SET FIM-TRM TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET REGISTRO-ABERTO TO TRUE.

           OPEN INPUT ENVIO-FILE.
           IF WRK-STATUS-ENV NOT = "00"
               SET FIM-ENV TO TRUE
           END-IF.

           OPEN INPUT ACUSE-FILE.
           IF WRK-STATUS-ACU NOT = "00"
               SET FIM-ACU TO TRUE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1050-OBTER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE "TRMJANELA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-JANELA-DIAS
           END-IF.

           MOVE "TRMACKDIAS" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               MOVE WRK-PARM-VALOR (1:3) TO WRK-ACUSE-DIAS
           END-IF.
       1050-OBTER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O RECIBO DA A DATA E HORA EM QUE O ARQUIVO SAIU; SO O       *
      *>   PRIMEIRO ENVIO VALE, O REENVIO NAO APAGA UM ATRASO          *
      *----------------------------------------------------------------*
       2000-CASAR-RECIBO.
      *----------------------------------------------------------------*
           READ ENVIO-FILE.
           IF WRK-STATUS-ENV NOT = "00"
               SET FIM-ENV TO TRUE
               GO TO 2000-CASAR-RECIBO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-RECIBOS.

           MOVE ENV_ARQUIVO      TO TRM_ARQUIVO.
           MOVE ENV_DATA_GERACAO TO TRM_DATA_GERACAO.
           READ TRANSMIS-FILE
               INVALID KEY
                   MOVE "RECIBO SEM REG"   TO WRK-LD-SITUACAO
                   MOVE ENV_ARQUIVO        TO WRK-LD-ARQUIVO
                   MOVE ENV_DATA_GERACAO   TO WRK-LD-GERACAO
                   MOVE ENV_DESTINO        TO WRK-LD-CONTRAPARTE
                   MOVE ZEROS              TO WRK-LD-QTDE
                   MOVE ZEROS              TO WRK-LD-PRAZO
                   MOVE ENV_DATA           TO WRK-LD-ENVIO
                   MOVE ZEROS              TO WRK-LD-DIAS
                   PERFORM 8000-LISTAR-LINHA THRU 8000-LISTAR-LINHA-EXIT
                   ADD 1 TO WRK-QTDE-SEM-REGISTRO
                   GO TO 2000-CASAR-RECIBO-EXIT
           END-READ.

           IF TRM_DATA_ENVIO = ZEROS
               MOVE ENV_DATA TO TRM_DATA_ENVIO
               MOVE ENV_HORA TO TRM_HORA_ENVIO
           END-IF.
           IF TRM-GERADO
               SET TRM-ENVIADO TO TRUE
           END-IF.
           REWRITE TRANSMIS-REG.
       2000-CASAR-RECIBO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O ACUSE CONFERE QUANTIDADE E HASH COM O QUE O GERADOR       *
      *>   REGISTROU; ACUSE SEM RECIBO PREVIO TAMBEM PROVA O ENVIO     *
      *----------------------------------------------------------------*
       3000-CASAR-ACUSE.
      *----------------------------------------------------------------*
           READ ACUSE-FILE.
           IF WRK-STATUS-ACU NOT = "00"
               SET FIM-ACU TO TRUE
               GO TO 3000-CASAR-ACUSE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ACUSES.

           MOVE ACU_ARQUIVO      TO TRM_ARQUIVO.
           MOVE ACU_DATA_GERACAO TO TRM_DATA_GERACAO.
           READ TRANSMIS-FILE
               INVALID KEY
                   MOVE "ACUSE SEM REG"    TO WRK-LD-SITUACAO
                   MOVE ACU_ARQUIVO        TO WRK-LD-ARQUIVO
                   MOVE ACU_DATA_GERACAO   TO WRK-LD-GERACAO
                   MOVE SPACES             TO WRK-LD-CONTRAPARTE
                   MOVE ACU_QTDE           TO WRK-LD-QTDE
                   MOVE ZEROS              TO WRK-LD-PRAZO
                   MOVE ZEROS              TO WRK-LD-ENVIO
                   MOVE ZEROS              TO WRK-LD-DIAS
                   PERFORM 8000-LISTAR-LINHA THRU 8000-LISTAR-LINHA-EXIT
                   ADD 1 TO WRK-QTDE-SEM-REGISTRO
                   GO TO 3000-CASAR-ACUSE-EXIT
           END-READ.

           IF TRM_DATA_ENVIO = ZEROS
               MOVE ACU_DATA TO TRM_DATA_ENVIO
               MOVE ZEROS    TO TRM_HORA_ENVIO
           END-IF.
           MOVE ACU_DATA      TO TRM_DATA_ACUSE.
           MOVE ACU_PROTOCOLO TO TRM_PROTOCOLO.

           EVALUATE TRUE
               WHEN ACU-RECUSADO
                   SET TRM-REJEITADO TO TRUE
               WHEN ACU_QTDE = TRM_QTDE
                    AND ACU_HASH = TRM_HASH
                   SET TRM-ACUSADO TO TRUE
               WHEN OTHER
                   SET TRM-DIVERGENTE TO TRUE
           END-EVALUATE.
           REWRITE TRANSMIS-REG.
       3000-CASAR-ACUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-INICIAR-VARREDURA.
      *----------------------------------------------------------------*
           IF FIM-TRM
               GO TO 4000-INICIAR-VARREDURA-EXIT
           END-IF.

           MOVE LOW-VALUES TO TRM-CHAVE.
           START TRANSMIS-FILE KEY IS NOT LESS THAN TRM-CHAVE
               INVALID KEY
                   SET FIM-TRM TO TRUE
           END-START.
       4000-INICIAR-VARREDURA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NAO ENVIADO: SAI DO DIA DO PRAZO EM DIANTE ATE O RECIBO.    *
      *>   ENVIADO SEM ACUSE: SAI PASSADOS TRMACKDIAS DO ENVIO ATE O   *
      *>   ACUSE. ENVIO ATRASADO E ACUSE DIVERGENTE OU REJEITADO SAEM  *
      *>   ENQUANTO O FATO ESTIVER DENTRO DE TRMJANELA                 *
      *----------------------------------------------------------------*
       4100-CONFERIR-REGISTRO.
      *----------------------------------------------------------------*
           READ TRANSMIS-FILE NEXT RECORD.
           IF WRK-STATUS-TRM NOT = "00"
               SET FIM-TRM TO TRUE
               GO TO 4100-CONFERIR-REGISTRO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-REGISTROS.

           IF TRM-GERADO
               PERFORM 4200-CONFERIR-NAO-ENVIADO
                   THRU 4200-CONFERIR-NAO-ENVIADO-EXIT
               GO TO 4100-CONFERIR-REGISTRO-EXIT
           END-IF.

           IF TRM_DATA_ENVIO > TRM_DATA_PRAZO
               CALL "DIAS-CORRIDOS-IDADE" USING TRM_DATA_ENVIO
                   WRK-DATA-HOJE WRK-DIAS
               IF WRK-DIAS NOT > WRK-JANELA-DIAS
                   CALL "DIAS-CORRIDOS-IDADE" USING TRM_DATA_PRAZO
                       TRM_DATA_ENVIO WRK-DIAS
                   MOVE "ENVIO ATRASADO" TO WRK-LD-SITUACAO
                   PERFORM 8100-LISTAR-REGISTRO
                       THRU 8100-LISTAR-REGISTRO-EXIT
                   ADD 1 TO WRK-QTDE-ATRASADOS
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN TRM-ENVIADO
                   CALL "DIAS-CORRIDOS-IDADE" USING TRM_DATA_ENVIO
                       WRK-DATA-HOJE WRK-DIAS
                   IF WRK-DIAS > WRK-ACUSE-DIAS
                       MOVE "SEM ACUSE" TO WRK-LD-SITUACAO
                       PERFORM 8100-LISTAR-REGISTRO
                           THRU 8100-LISTAR-REGISTRO-EXIT
                       ADD 1 TO WRK-QTDE-SEM-ACUSE
                   END-IF
               WHEN TRM-DIVERGENTE
               WHEN TRM-REJEITADO
                   CALL "DIAS-CORRIDOS-IDADE" USING TRM_DATA_ACUSE
                       WRK-DATA-HOJE WRK-DIAS
                   IF WRK-DIAS NOT > WRK-JANELA-DIAS
                       IF TRM-DIVERGENTE
                           MOVE "ACUSE DIVERGENTE" TO WRK-LD-SITUACAO
                           ADD 1 TO WRK-QTDE-DIVERGENTES
                       ELSE
                           MOVE "ACUSE REJEITADO" TO WRK-LD-SITUACAO
                           ADD 1 TO WRK-QTDE-REJEITADOS
                       END-IF
                       PERFORM 8100-LISTAR-REGISTRO
                           THRU 8100-LISTAR-REGISTRO-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4100-CONFERIR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-CONFERIR-NAO-ENVIADO.
      *----------------------------------------------------------------*
           IF TRM_DATA_PRAZO > WRK-DATA-HOJE
               GO TO 4200-CONFERIR-NAO-ENVIADO-EXIT
           END-IF.

           IF TRM_DATA_PRAZO = WRK-DATA-HOJE
               MOVE "VENCE HOJE" TO WRK-LD-SITUACAO
               MOVE ZEROS TO WRK-DIAS
               ADD 1 TO WRK-QTDE-VENCE-HOJE
           ELSE
               MOVE "NAO ENVIADO" TO WRK-LD-SITUACAO
               CALL "DIAS-CORRIDOS-IDADE" USING TRM_DATA_PRAZO
                   WRK-DATA-HOJE WRK-DIAS
               ADD 1 TO WRK-QTDE-NAO-ENVIADOS
           END-IF.

           PERFORM 8100-LISTAR-REGISTRO THRU 8100-LISTAR-REGISTRO-EXIT.
       4200-CONFERIR-NAO-ENVIADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-LISTAR-LINHA.
      *----------------------------------------------------------------*
           MOVE WRK-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       8000-LISTAR-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8100-LISTAR-REGISTRO.
      *----------------------------------------------------------------*
           MOVE TRM_ARQUIVO       TO WRK-LD-ARQUIVO.
           MOVE TRM_DATA_GERACAO  TO WRK-LD-GERACAO.
           MOVE TRM_CONTRAPARTE   TO WRK-LD-CONTRAPARTE.
           MOVE TRM_QTDE          TO WRK-LD-QTDE.
           MOVE TRM_DATA_PRAZO    TO WRK-LD-PRAZO.
           MOVE TRM_DATA_ENVIO    TO WRK-LD-ENVIO.
           MOVE WRK-DIAS          TO WRK-LD-DIAS.
           PERFORM 8000-LISTAR-LINHA THRU 8000-LISTAR-LINHA-EXIT.
       8100-LISTAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF REGISTRO-ABERTO
               CLOSE TRANSMIS-FILE
               CLOSE ENVIO-FILE
               CLOSE ACUSE-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND (WRK-QTDE-NAO-ENVIADOS > ZEROS
                    OR WRK-QTDE-ATRASADOS > ZEROS
                    OR WRK-QTDE-SEM-ACUSE > ZEROS
                    OR WRK-QTDE-DIVERGENTES > ZEROS
                    OR WRK-QTDE-REJEITADOS > ZEROS
                    OR WRK-QTDE-SEM-REGISTRO > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CONFERENCIA DE TRANSMISSOES =====".
           DISPLAY "ARQUIVOS REGISTRADOS.: " WRK-QTDE-REGISTROS.
           DISPLAY "RECIBOS DE ENVIO.....: " WRK-QTDE-RECIBOS.
           DISPLAY "ACUSES RECEBIDOS.....: " WRK-QTDE-ACUSES.
           DISPLAY "SEM REGISTRO.........: " WRK-QTDE-SEM-REGISTRO.
           DISPLAY "NAO ENVIADOS VENCIDOS: " WRK-QTDE-NAO-ENVIADOS.
           DISPLAY "VENCEM HOJE..........: " WRK-QTDE-VENCE-HOJE.
           DISPLAY "ENVIADOS COM ATRASO..: " WRK-QTDE-ATRASADOS.
           DISPLAY "SEM ACUSE............: " WRK-QTDE-SEM-ACUSE.
           DISPLAY "ACUSES DIVERGENTES...: " WRK-QTDE-DIVERGENTES.
           DISPLAY "ACUSES REJEITADOS....: " WRK-QTDE-REJEITADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
