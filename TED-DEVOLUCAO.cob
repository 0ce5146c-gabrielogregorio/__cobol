      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TED-DEVOLUCAO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : DEVOLUCAO DE TED ENVIADA POR TED-ENVIO.COB E   <*
      *>                RECUSADA PELA INSTITUICAO DE DESTINO (CONTA   <*
      *>                INEXISTENTE, ENCERRADA, DOCUMENTO DIVERGENTE  <*
      *>                ETC). O ARQUIVO TEDDEVIN TRAZ O NUMERO DE     <*
      *>                CONTROLE DA TED ORIGINAL, O ISPB QUE DEVOLVEU,<*
      *>                O VALOR E O MOTIVO (CODIGO E TEXTO). A        <*
      *>                DEVOLUCAO QUE CONFERE COM TEDREG VIRA CREDITO <*
      *>                TEDV DO VALOR NA CONTA DE ORIGEM; A TARIFA    <*
      *>                COBRADA NO ENVIO NAO E DEVOLVIDA. A TED FICA  <*
      *>                DEVOLVIDA EM TEDREG COM O MOTIVO E A DATA, E  <*
      *>                O AVISO AO CLIENTE COM O MOTIVO SAI NO        <*
      *>                RELATORIO TEDDEVREL, JUNTO COM AS DEVOLUCOES  <*
      *>                QUE NAO CONFEREM (PARA TRATAMENTO MANUAL)     <*
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
           SELECT DEVOLUCAO-FILE      ASSIGN TO "TEDDEVIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEV.

           SELECT TED-FILE            ASSIGN TO "TEDREG"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TED_NUMERO
               FILE STATUS        IS WRK-STATUS-TED.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT RELATORIO-FILE      ASSIGN TO "TEDDEVREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  DEVOLUCAO-FILE.
       01  DEVOLUCAO-REG.
           02 DEV-NUMERO              PIC 9(07).
           02 DEV-ISPB                PIC X(08).
           02 DEV-VALOR               PIC 9(09)V99.
           02 DEV-MOTIVO              PIC X(04).
           02 DEV-MOTIVO-TEXTO        PIC X(30).

       FD  TED-FILE.
           COPY TED-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-DEV         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-DEV            PIC X(01) VALUE "N".
           88 FIM-DEV                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CREDITADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-CREDITADO    PIC 9(13)V99 VALUE ZEROS.

       01  WRK-LINHA-AVISO.
           02 FILLER               PIC X(07) VALUE "CONTA: ".
           02 WRK-V-CONTA          PIC 9(08).
           02 FILLER               PIC X(05) VALUE " TED ".
           02 WRK-V-NUMERO         PIC 9(07).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-V-VALOR          PIC Z(8)9.99.
           02 FILLER               PIC X(11) VALUE " DEVOLVIDA ".
           02 WRK-V-MOTIVO         PIC X(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-V-TEXTO          PIC X(30).

       01  WRK-LINHA-PENDENTE.
           02 FILLER               PIC X(05) VALUE "TED: ".
           02 WRK-P-NUMERO         PIC 9(07).
           02 FILLER               PIC X(06) VALUE " ISPB ".
           02 WRK-P-ISPB           PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-P-VALOR          PIC Z(8)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-P-MOTIVO         PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-DEVOLUCAO
               THRU 2000-PROCESSAR-DEVOLUCAO-EXIT
               UNTIL FIM-DEV.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT DEVOLUCAO-FILE.
           IF WRK-STATUS-DEV NOT = "00"
               DISPLAY "ARQUIVO DE DEVOLUCOES TEDDEVIN AUSENTE"
               SET FIM-DEV TO TRUE
           END-IF.

           OPEN I-O TED-FILE.
           IF WRK-STATUS-TED NOT = "00"
               DISPLAY "REGISTRO DE TED TEDREG AUSENTE"
               SET FIM-DEV TO TRUE
           END-IF.

           OPEN INPUT CONTA-FILE.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "DEVOLUCOES DE TED - AVISOS AO CLIENTE E PENDENCIAS"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF NOT FIM-DEV
               PERFORM 2100-LER-DEVOLUCAO THRU 2100-LER-DEVOLUCAO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-DEVOLUCAO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDAS.

           PERFORM 3000-CONFERIR-DEVOLUCAO
               THRU 3000-CONFERIR-DEVOLUCAO-EXIT.

           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTDE-PENDENTES
               MOVE DEV-NUMERO TO WRK-P-NUMERO
               MOVE DEV-ISPB   TO WRK-P-ISPB
               MOVE DEV-VALOR  TO WRK-P-VALOR
               MOVE WRK-MOTIVO TO WRK-P-MOTIVO
               MOVE WRK-LINHA-PENDENTE TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM 4000-CREDITAR-DEVOLUCAO
                   THRU 4000-CREDITAR-DEVOLUCAO-EXIT
           END-IF.

           PERFORM 2100-LER-DEVOLUCAO THRU 2100-LER-DEVOLUCAO-EXIT.
       2000-PROCESSAR-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-DEVOLUCAO.
      *----------------------------------------------------------------*
           READ DEVOLUCAO-FILE.
           IF WRK-STATUS-DEV NOT = "00"
               SET FIM-DEV TO TRUE
           END-IF.
       2100-LER-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A DEVOLUCAO PRECISA CASAR COM UMA TED ENVIADA, PELO MESMO   *
      *>   ISPB DE DESTINO E PELO VALOR INTEIRO                        *
      *----------------------------------------------------------------*
       3000-CONFERIR-DEVOLUCAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-MOTIVO.

           MOVE DEV-NUMERO TO TED_NUMERO.
           READ TED-FILE
               INVALID KEY
                   MOVE "TED NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 3000-CONFERIR-DEVOLUCAO-EXIT
           END-READ.

           IF TED-DEVOLVIDA
               MOVE "TED JA DEVOLVIDA" TO WRK-MOTIVO
               GO TO 3000-CONFERIR-DEVOLUCAO-EXIT
           END-IF.

           IF DEV-ISPB NOT = TED_ISPB
               MOVE "ISPB DIFERENTE DO DESTINO" TO WRK-MOTIVO
               GO TO 3000-CONFERIR-DEVOLUCAO-EXIT
           END-IF.

           IF DEV-VALOR IS NOT NUMERIC
               OR DEV-VALOR NOT = TED_VALOR
               MOVE "VALOR DIFERENTE DA TED" TO WRK-MOTIVO
               GO TO 3000-CONFERIR-DEVOLUCAO-EXIT
           END-IF.

           MOVE TED_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "CONTA DE ORIGEM NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 3000-CONFERIR-DEVOLUCAO-EXIT
           END-READ.

           IF CONTA-ENCERRADA
               MOVE "CONTA DE ORIGEM ENCERRADA" TO WRK-MOTIVO
               GO TO 3000-CONFERIR-DEVOLUCAO-EXIT
           END-IF.
       3000-CONFERIR-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-CREDITAR-DEVOLUCAO.
      *----------------------------------------------------------------*
           MOVE TED_CONTA   TO TRANS_CONTA.
           MOVE "C"         TO TRANS_TIPO.
           MOVE TED_VALOR   TO TRANS_VALOR.
           MOVE CONTA_MOEDA TO TRANS_MOEDA.
           MOVE "TEDV"      TO TRANS_CODIGO.

           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           SET TED-DEVOLVIDA TO TRUE.
           MOVE DEV-MOTIVO    TO TED_MOTIVO_DEV.
           MOVE WRK-DATA-HOJE TO TED_DATA_DEV.
           REWRITE TED-REG.

           MOVE TED_CONTA        TO WRK-V-CONTA.
           MOVE TED_NUMERO       TO WRK-V-NUMERO.
           MOVE TED_VALOR        TO WRK-V-VALOR.
           MOVE DEV-MOTIVO       TO WRK-V-MOTIVO.
           MOVE DEV-MOTIVO-TEXTO TO WRK-V-TEXTO.
           MOVE WRK-LINHA-AVISO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           ADD 1 TO WRK-QTDE-CREDITADAS.
           ADD TED_VALOR TO WRK-TOTAL-CREDITADO.
       4000-CREDITAR-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO CREDITO DE DEVOLUCAO: GERADO PELO      *
      *>   PROPRIO SISTEMA, SEM OPERADOR                               *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "TED"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE DEVOLUCAO-FILE.
           CLOSE TED-FILE.
           CLOSE CONTA-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== DEVOLUCOES DE TED =====".
           DISPLAY "DEVOLUCOES LIDAS.....: " WRK-QTDE-LIDAS.
           DISPLAY "CREDITADAS AO CLIENTE: " WRK-QTDE-CREDITADAS.
           DISPLAY "VALOR CREDITADO......: " WRK-TOTAL-CREDITADO.
           DISPLAY "PARA TRATAMENTO MANUAL: " WRK-QTDE-PENDENTES.
       9000-FINALIZAR-EXIT.
           EXIT.
