      *>                    IMPRIMIR NA LISTA, POIS ESTE EXTRATO VAI  <*
      *>                    PARA A AREA DE MARKETING, FORA DO ARQUIVO <*
      *>                    MESTRE DE CLIENTES                        <*
      *>   15/10/2026  GGS  SO ENTRAM NA LISTA CLIENTES COM           <*
      *>                    CONSENTIMENTO DE MARKETING VALENDO        <*
      *>                    (E-MAIL, SMS OU CORREIO) NO CONSENTMST;   <*
      *>                    CANAIS CONSENTIDOS NA LINHA E TOTAL DE    <*
      *>                    EXCLUIDOS                                 <*
      ******************************************************************

      *================================================================*
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT CONSENT-FILE        ASSIGN TO "CONSENTMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CNS-CHAVE
               FILE STATUS        IS WRK-STATUS-CNS.

           SELECT SEGMENTO-FILE       ASSIGN TO "GENSEG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SEGM.
       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CONSENT-FILE.
           COPY CONSENT-REG.

       FD  SEGMENTO-FILE.
       01  SEGMENTO-LINHA             PIC X(80).


       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SEGM        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CNS         PIC X(02) VALUE SPACES.
       77  WRK-FIM-CLIENTE        PIC X(01) VALUE "N".
           88 FIM-CLIENTE             VALUE "S".
       77  WRK-CONSENT-ABERTO     PIC X(01) VALUE "N".
           88 CONSENT-ABERTO          VALUE "S".
       77  WRK-FIM-CNS            PIC X(01) VALUE "N".
           88 FIM-CNS                 VALUE "S".

      *----------------------------------------------------------------*
      *>   ULTIMO EVENTO DE CADA FINALIDADE DE MARKETING DO CLIENTE:   *
      *>   SO ENTRA NA LISTA QUEM TEM AO MENOS UMA CONCEDIDA           *
      *----------------------------------------------------------------*
       77  WRK-EVENTO-EMAIL       PIC X(01) VALUE SPACE.
           88 EMAIL-CONCEDIDO         VALUE "C".
       77  WRK-EVENTO-SMS         PIC X(01) VALUE SPACE.
           88 SMS-CONCEDIDO           VALUE "C".
       77  WRK-EVENTO-CORREIO     PIC X(01) VALUE SPACE.
           88 CORREIO-CONCEDIDO       VALUE "C".

       77  WRK-QTDE-MASCULINO      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FEMININO       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INDEFINIDO     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CONSENT    PIC 9(07) VALUE ZEROS.

       77  WRK-CPF-MASCARADO       PIC X(14) VALUE SPACES.

           02 WRK-D-NOME            PIC X(20).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-D-CPF             PIC X(14).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-D-CANAL-EMAIL     PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-D-CANAL-SMS       PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-D-CANAL-CORREIO   PIC X(01).

      *================================================================*
       PROCEDURE                                     DIVISION.
           OPEN INPUT  CLIENTE-MASTER-FILE.
           OPEN OUTPUT SEGMENTO-FILE.

           OPEN INPUT  CONSENT-FILE.
           IF WRK-STATUS-CNS = "00"
               SET CONSENT-ABERTO TO TRUE
           ELSE
               DISPLAY "REGISTRO DE CONSENTIMENTOS CONSENTMST AUSENTE"
                   " - NENHUM CLIENTE SELECIONADO"
           END-IF.

           MOVE "SEGMENTACAO DE CLIENTES POR GENERO" TO SEGMENTO-LINHA.
           WRITE SEGMENTO-LINHA.
           MOVE SPACES TO SEGMENTO-LINHA.
      *----------------------------------------------------------------*
       2000-PROCESSAR-CLIENTE.
      *----------------------------------------------------------------*
           PERFORM 3000-APURAR-CONSENT THRU 3000-APURAR-CONSENT-EXIT.
           IF NOT EMAIL-CONCEDIDO AND NOT SMS-CONCEDIDO
               AND NOT CORREIO-CONCEDIDO
               ADD 1 TO WRK-QTDE-SEM-CONSENT
               GO TO 2000-PROCESSAR-CLIENTE-LER
           END-IF.

           EVALUATE TRUE
               WHEN CLIENTE_GENERO = CONST_MASCULINO
                   ADD 1 TO WRK-QTDE-MASCULINO
           MOVE CLIENTE_GENERO TO WRK-D-GENERO.
           MOVE CLIENTE_NOME   TO WRK-D-NOME.
           MOVE WRK-CPF-MASCARADO TO WRK-D-CPF.
           MOVE SPACES TO WRK-D-CANAL-EMAIL WRK-D-CANAL-SMS
                          WRK-D-CANAL-CORREIO.
           IF EMAIL-CONCEDIDO
               MOVE "E" TO WRK-D-CANAL-EMAIL
           END-IF.
           IF SMS-CONCEDIDO
               MOVE "S" TO WRK-D-CANAL-SMS
           END-IF.
           IF CORREIO-CONCEDIDO
               MOVE "C" TO WRK-D-CANAL-CORREIO
           END-IF.
           MOVE WRK-LINHA-DETALHE TO SEGMENTO-LINHA.
           WRITE SEGMENTO-LINHA.

       2000-PROCESSAR-CLIENTE-LER.
           PERFORM 2100-LER-CLIENTE THRU 2100-LER-CLIENTE-EXIT.
       2000-PROCESSAR-CLIENTE-EXIT.
           EXIT.
       2100-LER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LE OS EVENTOS DE CONSENTIMENTO DO CPF EM ORDEM DE CHAVE; O  *
      *>   ULTIMO DE CADA FINALIDADE E O QUE VALE                      *
      *----------------------------------------------------------------*
       3000-APURAR-CONSENT.
      *----------------------------------------------------------------*
           MOVE SPACE TO WRK-EVENTO-EMAIL.
           MOVE SPACE TO WRK-EVENTO-SMS.
           MOVE SPACE TO WRK-EVENTO-CORREIO.
           IF NOT CONSENT-ABERTO
               GO TO 3000-APURAR-CONSENT-EXIT
           END-IF.

           MOVE "N"         TO WRK-FIM-CNS.
           MOVE CLIENTE_CPF TO CNS_CPF.
           MOVE LOW-VALUES  TO CNS_FINALIDADE.
           MOVE ZEROS       TO CNS_SEQUENCIA.
           START CONSENT-FILE KEY NOT < CNS-CHAVE
               INVALID KEY
                   SET FIM-CNS TO TRUE
           END-START.

           PERFORM 3100-LER-CONSENT THRU 3100-LER-CONSENT-EXIT
               UNTIL FIM-CNS.
       3000-APURAR-CONSENT-EXIT.
           EXIT.

       3100-LER-CONSENT.
           READ CONSENT-FILE NEXT RECORD.
           IF WRK-STATUS-CNS NOT = "00"
               OR CNS_CPF NOT = CLIENTE_CPF
               SET FIM-CNS TO TRUE
               GO TO 3100-LER-CONSENT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CNS-FIN-EMAIL
                   MOVE CNS_EVENTO TO WRK-EVENTO-EMAIL
               WHEN CNS-FIN-SMS
                   MOVE CNS_EVENTO TO WRK-EVENTO-SMS
               WHEN CNS-FIN-CORREIO
                   MOVE CNS_EVENTO TO WRK-EVENTO-CORREIO
           END-EVALUATE.
       3100-LER-CONSENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*

           CLOSE CLIENTE-MASTER-FILE.
           CLOSE SEGMENTO-FILE.
           IF CONSENT-ABERTO
               CLOSE CONSENT-FILE
           END-IF.

           DISPLAY "===== SEGMENTACAO DE CLIENTES POR GENERO =====".
           DISPLAY "MASCULINO............: " WRK-QTDE-MASCULINO.
           DISPLAY "FEMININO..............: " WRK-QTDE-FEMININO.
           DISPLAY "SEM GENERO DEFINIDO...: " WRK-QTDE-INDEFINIDO.
           DISPLAY "SEM CONSENTIMENTO.....: " WRK-QTDE-SEM-CONSENT.
       9000-FINALIZAR-EXIT.
           EXIT.
