      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONTINGENCIA-AUTORIZA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : AUTORIZACAO OFFLINE DAS AGENCIAS EM            <*
      *>                CONTINGENCIA: O CAIXA ENVIA CONTPED (AGENCIA, <*
      *>                OPERADOR, HORA, CONTA, TIPO D SAQUE OU C      <*
      *>                DEPOSITO, VALOR) E CADA PEDIDO E RESPONDIDO   <*
      *>                EM CONTRESP COM APROVADO/NEGADO E MOTIVO:     <*
      *>                INAT SEM CONTINGENCIA (GOCERT NAO E NOGO OU   <*
      *>                CONTINGEN AUSENTE - ATENDER PELO SISTEMA      <*
      *>                NORMAL), CTAI CONTA FORA DE CONTINGEN, TIPO   <*
      *>                TIPO INVALIDO, SALD SAQUE ACIMA DO DISPONIVEL <*
      *>                CONSERVADOR AINDA LIVRE E TETO SAQUE ACIMA DO <*
      *>                TETO OFFLINE DA CLASSE DE RISCO. O SAQUE      <*
      *>                APROVADO SOMA EM CTG_CONSUMIDO; O DEPOSITO E  <*
      *>                APROVADO SEM AUMENTAR O DISPONIVEL. TODA      <*
      *>                APROVACAO GANHA NUMERO E VAI PARA O LOG       <*
      *>                CONTLOG COMO PENDENTE, PARA A CONCILIACAO DE  <*
      *>                CONTINGENCIA-CONFERE.COB QUANDO O CICLO       <*
      *>                VOLTAR                                        <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "CONTPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT CERTIFICADO-FILE    ASSIGN TO "GOCERT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CERT.

           SELECT CONTING-FILE        ASSIGN TO "CONTINGEN"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CTG_CONTA
               FILE STATUS        IS WRK-STATUS-CTG.

           SELECT LOG-FILE            ASSIGN TO "CONTLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-LOG.

           SELECT RESPOSTA-FILE       ASSIGN TO "CONTRESP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RESP.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 PED-FILIAL              PIC 9(04).
           02 PED-OPERADOR            PIC X(08).
           02 PED-HORA                PIC 9(06).
           02 PED-CONTA               PIC 9(08).
           02 PED-TIPO                PIC X(01).
               88 PED-SAQUE               VALUE "D".
               88 PED-DEPOSITO            VALUE "C".
           02 PED-VALOR               PIC 9(09)V99.

       FD  CERTIFICADO-FILE.
       01  CERTIFICADO-REG.
           02 GOC_DATA                PIC 9(08).
           02 GOC_RESULTADO           PIC X(04).

       FD  CONTING-FILE.
           COPY CONTING-REG.

       FD  LOG-FILE.
           COPY CONTLOG-REG.

       FD  RESPOSTA-FILE.
       01  RESPOSTA-REG.
           02 RSP-FILIAL              PIC 9(04).
           02 RSP-OPERADOR            PIC X(08).
           02 RSP-CONTA               PIC 9(08).
           02 RSP-TIPO                PIC X(01).
           02 RSP-VALOR               PIC 9(09)V99.
           02 RSP-RESULTADO           PIC X(01).
           02 RSP-MOTIVO              PIC X(04).
           02 RSP-AUTORIZACAO         PIC 9(06).
           02 RSP-LIVRE               PIC 9(09)V99.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CERT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-LOG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RESP        PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-LOG            PIC X(01) VALUE "N".
           88 FIM-LOG                 VALUE "S".
       77  WRK-CONTINGENCIA       PIC X(01) VALUE "N".
           88 EM-CONTINGENCIA         VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-PROX-AUTORIZACAO   PIC 9(06) VALUE ZEROS.
       77  WRK-LIVRE              PIC S9(11)V99 VALUE ZEROS.

       77  WRK-QTDE-PEDIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-APROVADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-NEGADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-SAQUES         PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DEPOSITOS      PIC 9(13)V99 VALUE ZEROS.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-RESPONDER-PEDIDO
               THRU 3000-RESPONDER-PEDIDO-EXIT
               UNTIL FIM-PED.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM NOGO OU SEM CONTINGEN OS PEDIDOS SAO RESPONDIDOS INAT:  *
      *>   A AGENCIA DEVE ATENDER PELO SISTEMA NORMAL                  *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               DISPLAY "CONTINGENCIA-AUTORIZA: SEM LOTE CONTPED, NADA"
                   " A RESPONDER"
               SET FIM-PED TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT RESPOSTA-FILE.

           OPEN INPUT CERTIFICADO-FILE.
           IF WRK-STATUS-CERT = "00"
               READ CERTIFICADO-FILE
                   NOT AT END
                       IF GOC_RESULTADO NOT = "GO"
                           SET EM-CONTINGENCIA TO TRUE
                       END-IF
               END-READ
           END-IF.
           CLOSE CERTIFICADO-FILE.

           IF NOT EM-CONTINGENCIA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN I-O CONTING-FILE.
           IF WRK-STATUS-CTG NOT = "00"
               DISPLAY "CONTINGENCIA-AUTORIZA: CONTINGEN INDISPONIVEL,"
                   " STATUS " WRK-STATUS-CTG
               MOVE "N" TO WRK-CONTINGENCIA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 2000-ACHAR-ULTIMA-AUTORIZACAO
               THRU 2000-ACHAR-ULTIMA-AUTORIZACAO-EXIT.

           OPEN EXTEND LOG-FILE.
           IF WRK-STATUS-LOG = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WRK-STATUS-LOG NOT = "00"
               DISPLAY "CONTINGENCIA-AUTORIZA: CONTLOG INDISPONIVEL,"
                   " STATUS " WRK-STATUS-LOG
               CLOSE CONTING-FILE
               MOVE "N" TO WRK-CONTINGENCIA
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A NUMERACAO DAS AUTORIZACOES CONTINUA A DO LOG              *
      *----------------------------------------------------------------*
       2000-ACHAR-ULTIMA-AUTORIZACAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-PROX-AUTORIZACAO.
           MOVE "N" TO WRK-FIM-LOG.

           OPEN INPUT LOG-FILE.
           IF WRK-STATUS-LOG NOT = "00"
               SET FIM-LOG TO TRUE
           END-IF.

           PERFORM 2100-EXAMINAR-LOG THRU 2100-EXAMINAR-LOG-EXIT
               UNTIL FIM-LOG.
           CLOSE LOG-FILE.
       2000-ACHAR-ULTIMA-AUTORIZACAO-EXIT.
           EXIT.

       2100-EXAMINAR-LOG.
           READ LOG-FILE.
           IF WRK-STATUS-LOG NOT = "00"
               SET FIM-LOG TO TRUE
               GO TO 2100-EXAMINAR-LOG-EXIT
           END-IF.
           IF CTL_AUTORIZACAO > WRK-PROX-AUTORIZACAO
               MOVE CTL_AUTORIZACAO TO WRK-PROX-AUTORIZACAO
           END-IF.
       2100-EXAMINAR-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-RESPONDER-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
               GO TO 3000-RESPONDER-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PEDIDOS.

           MOVE PED-FILIAL   TO RSP-FILIAL.
           MOVE PED-OPERADOR TO RSP-OPERADOR.
           MOVE PED-CONTA    TO RSP-CONTA.
           MOVE PED-TIPO     TO RSP-TIPO.
           MOVE PED-VALOR    TO RSP-VALOR.
           MOVE ZEROS        TO RSP-AUTORIZACAO.
           MOVE ZEROS        TO RSP-LIVRE.

           IF NOT EM-CONTINGENCIA
               MOVE "N"    TO RSP-RESULTADO
               MOVE "INAT" TO RSP-MOTIVO
               GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-IF.

           IF NOT PED-SAQUE AND NOT PED-DEPOSITO
               MOVE "N"    TO RSP-RESULTADO
               MOVE "TIPO" TO RSP-MOTIVO
               GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-IF.

           MOVE PED-CONTA TO CTG_CONTA.
           READ CONTING-FILE
               INVALID KEY
                   MOVE "N"    TO RSP-RESULTADO
                   MOVE "CTAI" TO RSP-MOTIVO
                   GO TO 3000-RESPONDER-PEDIDO-GRAVAR
           END-READ.

           COMPUTE WRK-LIVRE = CTG_DISPONIVEL - CTG_CONSUMIDO.
           IF WRK-LIVRE < ZEROS
               MOVE ZEROS TO WRK-LIVRE
           END-IF.

           IF PED-SAQUE
               IF PED-VALOR > WRK-LIVRE
                   MOVE "N"       TO RSP-RESULTADO
                   MOVE "SALD"    TO RSP-MOTIVO
                   MOVE WRK-LIVRE TO RSP-LIVRE
                   GO TO 3000-RESPONDER-PEDIDO-GRAVAR
               END-IF
               IF CTG_CONSUMIDO + PED-VALOR > CTG_TETO
                   MOVE "N"       TO RSP-RESULTADO
                   MOVE "TETO"    TO RSP-MOTIVO
                   MOVE WRK-LIVRE TO RSP-LIVRE
                   GO TO 3000-RESPONDER-PEDIDO-GRAVAR
               END-IF
           END-IF.

           PERFORM 4000-APROVAR-PEDIDO THRU 4000-APROVAR-PEDIDO-EXIT.

       3000-RESPONDER-PEDIDO-GRAVAR.
           IF RSP-RESULTADO = "N"
               ADD 1 TO WRK-QTDE-NEGADOS
           END-IF.
           WRITE RESPOSTA-REG.
       3000-RESPONDER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O SAQUE CONSOME O DISPONIVEL E O TETO; O DEPOSITO SO E      *
      *>   REGISTRADO (CHEQUE OU ENVELOPE AINDA NAO CONFERIDO NAO      *
      *>   PODE VIRAR SAQUE OFFLINE)                                   *
      *----------------------------------------------------------------*
       4000-APROVAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-PROX-AUTORIZACAO.
           ADD 1 TO WRK-QTDE-APROVADOS.

           IF PED-SAQUE
               ADD PED-VALOR TO CTG_CONSUMIDO
               SUBTRACT PED-VALOR FROM WRK-LIVRE
               REWRITE CONTING-REG
               ADD PED-VALOR TO WRK-TOT-SAQUES
           ELSE
               ADD PED-VALOR TO WRK-TOT-DEPOSITOS
           END-IF.

           MOVE "A"                  TO RSP-RESULTADO.
           MOVE "OK  "               TO RSP-MOTIVO.
           MOVE WRK-PROX-AUTORIZACAO TO RSP-AUTORIZACAO.
           MOVE WRK-LIVRE            TO RSP-LIVRE.

           MOVE SPACES               TO CONTLOG-REG.
           MOVE WRK-PROX-AUTORIZACAO TO CTL_AUTORIZACAO.
           MOVE WRK-DATA-HOJE        TO CTL_DATA.
           MOVE PED-HORA             TO CTL_HORA.
           MOVE PED-FILIAL           TO CTL_FILIAL.
           MOVE PED-OPERADOR         TO CTL_OPERADOR.
           MOVE PED-CONTA            TO CTL_CONTA.
           MOVE PED-TIPO             TO CTL_TIPO.
           MOVE PED-VALOR            TO CTL_VALOR.
           SET CTL-PENDENTE          TO TRUE.
           MOVE ZEROS                TO CTL_DATA_CONCILIA.
           WRITE CONTLOG-REG.
       4000-APROVAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF EM-CONTINGENCIA
               CLOSE CONTING-FILE
               CLOSE LOG-FILE
           END-IF.
           CLOSE PEDIDO-FILE.
           CLOSE RESPOSTA-FILE.

           DISPLAY "===== AUTORIZACAO EM CONTINGENCIA =====".
           DISPLAY "PEDIDOS RECEBIDOS....: " WRK-QTDE-PEDIDOS.
           DISPLAY "APROVADOS............: " WRK-QTDE-APROVADOS.
           DISPLAY "NEGADOS..............: " WRK-QTDE-NEGADOS.
           DISPLAY "SAQUES APROVADOS.....: " WRK-TOT-SAQUES.
           DISPLAY "DEPOSITOS REGISTRADOS: " WRK-TOT-DEPOSITOS.
       9000-FINALIZAR-EXIT.
           EXIT.
