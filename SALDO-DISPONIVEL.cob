      *>                    COB E BAIXADAS NA LIQUIDACAO OU           <*
      *>                    EXPIRACAO); SEM O ARQUIVO, COMPORTAMENTO  <*
      *>                    DE SEMPRE                                 <*
      *>   15/10/2026  GGS  O LIMITE DE CHEQUE ESPECIAL VIGENTE E     <*
      *>                    DENTRO DO VENCIMENTO (CHESPMST) SOMA NO   <*
      *>                    DISPONIVEL; SEM O ARQUIVO OU SEM          <*
      *>                    CONTRATO, COMPORTAMENTO DE SEMPRE         <*

      *================================================================*
       ENVIRONMENT                                   DIVISION.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-HOLD.

           SELECT CHESP-FILE          ASSIGN TO "CHESPMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CHESP_CONTA
               FILE STATUS        IS WRK-STATUS-CHESP.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  RESERVA-FILE.
           COPY CARTHOLD-REG.

       FD  CHESP-FILE.
           COPY CHESP-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-FIM-HOLD            PIC X(01) VALUE "N".
           88 FIM-HOLD                 VALUE "S".
       77  WRK-TOTAL-RESERVADO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-STATUS-CHESP        PIC X(02) VALUE SPACES.
       77  WRK-LIMITE-CHESP        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.

      *================================================================*
       LINKAGE                                       SECTION.
       0000-MAINLINE.
           MOVE DISP_SALDO TO DISP_DISPONIVEL.
           MOVE ZEROS TO WRK-TOTAL-BLOQUEADO WRK-TOTAL-RESERVADO.
           MOVE ZEROS TO WRK-LIMITE-CHESP.
           MOVE "N" TO WRK-FIM-BLOQ WRK-FIM-HOLD.

           OPEN INPUT BLOQUEIO-FILE.
           END-IF.
           CLOSE RESERVA-FILE.

      *>   CHEQUE ESPECIAL VIGENTE E DENTRO DO VENCIMENTO SOMA O LIMITE
           OPEN INPUT CHESP-FILE.
           IF WRK-STATUS-CHESP = "00"
               PERFORM 3000-LIMITE-CHESP
                   THRU 3000-LIMITE-CHESP-EXIT
           END-IF.
           CLOSE CHESP-FILE.

           COMPUTE DISP_DISPONIVEL =
                   DISP_SALDO - WRK-TOTAL-BLOQUEADO
                   - WRK-TOTAL-RESERVADO + WRK-LIMITE-CHESP.
       0000-MAINLINE-EXIT.
           GOBACK.

           END-IF.
       2000-SOMAR-RESERVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-LIMITE-CHESP.
      *----------------------------------------------------------------*
           MOVE DISP_CONTA TO CHESP_CONTA.
           READ CHESP-FILE
               INVALID KEY
                   GO TO 3000-LIMITE-CHESP-EXIT
           END-READ.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF CHESP-VIGENTE
               AND CHESP_DATA_VENCIMENTO NOT < WRK-DATA-HOJE
               MOVE CHESP_LIMITE TO WRK-LIMITE-CHESP
           END-IF.
       3000-LIMITE-CHESP-EXIT.
           EXIT.
