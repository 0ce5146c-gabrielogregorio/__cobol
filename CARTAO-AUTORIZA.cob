      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  AUTHIN PASSA A TRAZER O NUMERO DO CARTAO, <*
      *>                    CONFERIDO NO MESTRE DE CARTOES (CARTMST,  <*
      *>                    MANTIDO POR CARTAO-MANUT.COB) ANTES DA    <*
      *>                    CONTA: CRTI CARTAO INEXISTENTE OU DE      <*
      *>                    OUTRA CONTA, CANC CARTAO CANCELADO, PERD  <*
      *>                    CARTAO PERDIDO OU ROUBADO, CBLQ CARTAO    <*
      *>                    BLOQUEADO E VENC CARTAO VENCIDO. O NUMERO <*
      *>                    DO CARTAO VOLTA EM AUTHOUT                <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CARTAO-FILE         ASSIGN TO "CARTMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CART_NUMERO
               FILE STATUS        IS WRK-STATUS-CARTAO.

           SELECT RESERVA-FILE        ASSIGN TO "CARTHOLD"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-HOLD.
           02 AUT-CONTA               PIC 9(08).
           02 AUT-VALOR               PIC 9(09)V99.
           02 AUT-ESTAB               PIC X(20).
           02 AUT-CARTAO              PIC 9(16).

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CARTAO-FILE.
           COPY CARTAO-REG.

       FD  RESERVA-FILE.
           COPY CARTHOLD-REG.

           02 RSP-RESULTADO           PIC X(01).
           02 RSP-MOTIVO              PIC X(04).
           02 RSP-AUTORIZACAO         PIC 9(06).
           02 RSP-CARTAO              PIC 9(16).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CARTAO      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HOLD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-LIM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RESP        PIC X(02) VALUE SPACES.
           88 FIM-LIM                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-MES-HOJE           PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   RESERVAS EM MEMORIA: AS DO ARQUIVO (JA ABATIDAS NO         *
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-HOJE.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT CARTAO-FILE.
           OPEN OUTPUT RESPOSTA-FILE.

           PERFORM 3100-LER-PEDIDO THRU 3100-LER-PEDIDO-EXIT.
           MOVE AUT-VALOR TO RSP-VALOR.
           MOVE AUT-ESTAB TO RSP-ESTAB.
           MOVE ZEROS     TO RSP-AUTORIZACAO.
           MOVE AUT-CARTAO TO RSP-CARTAO.

      *>   O PLASTICO E CONFERIDO ANTES DA CONTA: CARTAO PERDIDO OU
      *>   ROUBADO E NEGADO MESMO COM SALDO NA CONTA
           MOVE AUT-CARTAO TO CART_NUMERO.
           READ CARTAO-FILE
               INVALID KEY
                   MOVE "N"    TO RSP-RESULTADO
                   MOVE "CRTI" TO RSP-MOTIVO
                   GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-READ.
           IF CART_CONTA NOT = AUT-CONTA
               MOVE "N"    TO RSP-RESULTADO
               MOVE "CRTI" TO RSP-MOTIVO
               GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-IF.
           IF CART-CANCELADO
               MOVE "N"    TO RSP-RESULTADO
               MOVE "CANC" TO RSP-MOTIVO
               GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-IF.
           IF CART-PERDIDO OR CART-ROUBADO
               MOVE "N"    TO RSP-RESULTADO
               MOVE "PERD" TO RSP-MOTIVO
               GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-IF.
           IF CART-BLOQUEADO
               MOVE "N"    TO RSP-RESULTADO
               MOVE "CBLQ" TO RSP-MOTIVO
               GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-IF.
           IF CART_VALIDADE < WRK-MES-HOJE
               MOVE "N"    TO RSP-RESULTADO
               MOVE "VENC" TO RSP-MOTIVO
               GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-IF.

           MOVE AUT-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
           IF WRK-STATUS-PED = "00" OR WRK-STATUS-PED = "10"
               CLOSE PEDIDO-FILE
               CLOSE CONTA-FILE
               CLOSE CARTAO-FILE
               CLOSE RESPOSTA-FILE
           END-IF.

