      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  CDB EMPENHADO EM GARANTIA (GARMST, TIPO   <*
      *>                    CD COM GRAVAME P OU R) NAO PODE SER       <*
      *>                    RESGATADO ENQUANTO A OPERACAO GARANTIDA   <*
      *>                    ESTIVER ABERTA: PLANO ATIVO EM PLANOMST   <*
      *>                    OU CONTA DO LIMITE ATIVA EM CONTASDB      <*
      *>   15/10/2026  GGS  PEDIDO COM ORIGEM V (APLICACAO AUTOMATICA <*
      *>                    GERADA POR APLICAUT-VARRE) GRAVA          <*
      *>                    CDB_ORIGEM V E LANCA COM OS CODIGOS       <*
      *>                    PROPRIOS APAU (APLICACAO) E RSAU          <*
      *>                    (RESGATE) EM VEZ DE CDBA/CDBR; RESGATE    <*
      *>                    AUTOMATICO SO ALCANCA APLICACAO           <*
      *>                    AUTOMATICA                                <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

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

           SELECT RELATORIO-FILE      ASSIGN TO "CDBREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.
           02 CMOV-VALOR              PIC 9(09)V99.
           02 CMOV-TAXA               PIC 9(03)V9999.
           02 CMOV-PRAZO-DIAS         PIC 9(03).
           02 CMOV-ORIGEM             PIC X(01).
               88 CMOV-AUTOMATICO         VALUE "V".

       FD  CDB-FILE.
           COPY CDB-REG.
       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  GARANTIA-FILE.
           COPY GARANTIA-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(80).

       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GAR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-CDB            PIC X(01) VALUE "N".
           88 FIM-CDB                 VALUE "S".
       77  WRK-FIM-GAR            PIC X(01) VALUE "N".
           88 FIM-GAR                 VALUE "S".
       77  WRK-FIM-PLANO          PIC X(01) VALUE "N".
           88 FIM-PLANO               VALUE "S".
       77  WRK-GARANTIAS-ABERTO   PIC X(01) VALUE "N".
           88 GARANTIAS-ABERTO        VALUE "S".
       77  WRK-CDB-EMPENHADO      PIC X(01) VALUE "N".
           88 CDB-EMPENHADO           VALUE "S".
       77  WRK-OPERACAO-ABERTA    PIC X(01) VALUE "N".
           88 OPERACAO-ABERTA         VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-APLICADOS     PIC 9(07) VALUE ZEROS.

           OPEN INPUT CONTA-FILE.

           OPEN INPUT GARANTIA-FILE.
           IF WRK-STATUS-GAR = "00"
               SET GARANTIAS-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           MOVE WRK-DATA-HOJE      TO CDB_DATA_APLIC.
           MOVE WRK-DATA-VENC-N    TO CDB_DATA_VENC.
           MOVE "A"                TO CDB_STATUS.
           IF CMOV-AUTOMATICO
               MOVE "V"            TO CDB_ORIGEM
           ELSE
               MOVE "M"            TO CDB_ORIGEM
           END-IF.
           WRITE CDB-REG
               INVALID KEY
                   SET RECUSAR-PEDIDO TO TRUE
           MOVE "D"         TO TRANS_TIPO.
           MOVE CMOV-VALOR  TO TRANS_VALOR.
           MOVE CONTA_MOEDA TO TRANS_MOEDA.
           IF CMOV-AUTOMATICO
               MOVE "APAU"  TO TRANS_CODIGO
           ELSE
               MOVE "CDBA"  TO TRANS_CODIGO
           END-IF.
           PERFORM 8900-CARIMBAR-ORIGEM
               THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.
               GO TO 4000-RESGATAR-EXIT
           END-IF.

           IF CMOV-AUTOMATICO
               AND NOT CDB-ORIGEM-AUTOMATICA
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "APLICACAO NAO E AUTOMATICA" TO WRK-MOTIVO
               PERFORM 7000-REPORTAR-PEDIDO
                   THRU 7000-REPORTAR-PEDIDO-EXIT
               GO TO 4000-RESGATAR-EXIT
           END-IF.

           PERFORM 4100-CONFERIR-PENHOR
               THRU 4100-CONFERIR-PENHOR-EXIT.
           IF CDB-EMPENHADO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "CDB EMPENHADO EM GARANTIA" TO WRK-MOTIVO
               PERFORM 7000-REPORTAR-PEDIDO
                   THRU 7000-REPORTAR-PEDIDO-EXIT
               GO TO 4000-RESGATAR-EXIT
           END-IF.

           MOVE CDB_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
           MOVE "C"                TO TRANS_TIPO.
           MOVE WRK-VALOR-CREDITO  TO TRANS_VALOR.
           MOVE CONTA_MOEDA        TO TRANS_MOEDA.
           IF CMOV-AUTOMATICO
               MOVE "RSAU"         TO TRANS_CODIGO
           ELSE
               MOVE "CDBR"         TO TRANS_CODIGO
           END-IF.
           PERFORM 8900-CARIMBAR-ORIGEM
               THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.
       4000-RESGATAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PENHOR VIGENTE (GRAVAME P OU R) SOBRE ESTE CDB SO BLOQUEIA  *
      *>   ENQUANTO A OPERACAO GARANTIDA ESTIVER ABERTA                *
      *----------------------------------------------------------------*
       4100-CONFERIR-PENHOR.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-CDB-EMPENHADO.
           IF NOT GARANTIAS-ABERTO
               GO TO 4100-CONFERIR-PENHOR-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-GAR.
           MOVE CDB_NUMERO TO GAR_CDB_NUMERO.
           START GARANTIA-FILE KEY IS = GAR_CDB_NUMERO
               INVALID KEY
                   SET FIM-GAR TO TRUE
           END-START.
           PERFORM 4150-LER-PENHOR THRU 4150-LER-PENHOR-EXIT
               UNTIL FIM-GAR.
       4100-CONFERIR-PENHOR-EXIT.
           EXIT.

       4150-LER-PENHOR.
           READ GARANTIA-FILE NEXT RECORD.
           IF WRK-STATUS-GAR NOT = "00"
               OR GAR_CDB_NUMERO NOT = CDB_NUMERO
               SET FIM-GAR TO TRUE
               GO TO 4150-LER-PENHOR-EXIT
           END-IF.
           IF NOT GAR-PENHOR-CDB OR NOT GAR-VIGENTE
               GO TO 4150-LER-PENHOR-EXIT
           END-IF.

           MOVE "N" TO WRK-OPERACAO-ABERTA.
           EVALUATE TRUE
               WHEN GAR-OPER-PLANO
                   MOVE "N" TO WRK-FIM-PLANO
                   OPEN INPUT PLANO-FILE
                   IF WRK-STATUS-PLN NOT = "00"
                       SET FIM-PLANO TO TRUE
                   END-IF
                   PERFORM 4170-LER-PLANO THRU 4170-LER-PLANO-EXIT
                       UNTIL FIM-PLANO
                   CLOSE PLANO-FILE
               WHEN GAR-OPER-LIMITE
                   MOVE GAR_OPERACAO TO CONTA_NUMERO
                   READ CONTA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CONTA-ATIVA
                               SET OPERACAO-ABERTA TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE.

           IF OPERACAO-ABERTA
               SET CDB-EMPENHADO TO TRUE
               SET FIM-GAR TO TRUE
           END-IF.
       4150-LER-PENHOR-EXIT.
           EXIT.

       4170-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLANO TO TRUE
               GO TO 4170-LER-PLANO-EXIT
           END-IF.
           IF PLN_NUMERO = GAR_OPERACAO
               IF PLN-ATIVO
                   SET OPERACAO-ABERTA TO TRUE
               END-IF
               SET FIM-PLANO TO TRUE
           END-IF.
       4170-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-REPORTAR-PEDIDO.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           CLOSE CDB-FILE.
           CLOSE CONTA-FILE.
           IF GARANTIAS-ABERTO
               CLOSE GARANTIA-FILE
           END-IF.
           CLOSE TRANSACAO-FILE.
           CLOSE RELATORIO-FILE.

