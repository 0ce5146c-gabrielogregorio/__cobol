      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CHEQUE-SACADO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 14/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : COMPENSACAO DE ENTRADA: PAGAR OU DEVOLVER OS   <*
      *>                CHEQUES EMITIDOS PELOS NOSSOS CLIENTES E      <*
      *>                APRESENTADOS POR OUTROS BANCOS (ARQUIVO DA    <*
      *>                CAMARA CHEQAPRIN). ATE AQUI ESSES CHEQUES ERAM<*
      *>                DEBITADOS A MAO. CADA FOLHA PASSA PELA CRITICA<*
      *>                NA ORDEM: REAPRESENTACAO DE FOLHA JA PAGA OU  <*
      *>                DEVOLVIDA EM DEFINITIVO (MOTIVO 49), CONTA    <*
      *>                INEXISTENTE OU FOLHA FORA DAS FAIXAS DE TALAO <*
      *>                EMITIDAS EM CHEQLIVRO (35), CONTA ENCERRADA   <*
      *>                (13), CONTA BLOQUEADA (24), SUSTACAO ATIVA EM <*
      *>                CHEQSUST (21) E SALDO DISPONIVEL PELO         <*
      *>                SALDO-DISPONIVEL.COB, ABATIDO DO QUE JA FOI   <*
      *>                PAGO NESTA RODADA (11 NA PRIMEIRA             <*
      *>                APRESENTACAO, 12 NA SEGUNDA). O PAGO VAI AO   <*
      *>                MOVIMENTO ACUMTRANS COMO DEBITO DE CODIGO     <*
      *>                CHPG; O DEVOLVIDO SAI NA REMESSA DE           <*
      *>                DEVOLUCAO PARA A CAMARA (CHQDEVREM, COM       <*
      *>                HEADER E TRAILER). TODA APRESENTACAO FICA NO  <*
      *>                REGISTRO CHEQSAC, QUE DIZ QUAL APRESENTACAO   <*
      *>                E A PROXIMA. CONTA SEM NENHUMA FAIXA          <*
      *>                REGISTRADA (TALAO ANTERIOR AO SISTEMA) NAO E  <*
      *>                RECUSADA PELA FAIXA, COMO NO DEPOSITO         <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  DEVOLUCAO POR FUNDOS NA SEGUNDA           <*
      *>                    APRESENTACAO (MOTIVO 12) ABRE OCORRENCIA  <*
      *>                    NO CCF (CCFMST) PARA O TITULAR PRINCIPAL  <*
      *>                    DA CONTA EM CONTATIT, COM CPF OU CNPJ DE  <*
      *>                    CLIMAST, E SAI NA REMESSA DE INCLUSAO     <*
      *>                    CCFINCL (HEADER, DETALHES E TRAILER)      <*

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT APRESENTACAO-FILE   ASSIGN TO "CHEQAPRIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-APR.

           SELECT SACADO-FILE         ASSIGN TO "CHEQSAC"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SAC-CHAVE
               FILE STATUS        IS WRK-STATUS-SAC.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT LIVRO-FILE          ASSIGN TO "CHEQLIVRO"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS LIV-CHAVE
               FILE STATUS        IS WRK-STATUS-LIV.

           SELECT SUSTACAO-FILE       ASSIGN TO "CHEQSUST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SUS-CHAVE
               FILE STATUS        IS WRK-STATUS-SUST.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-CLI.

           SELECT CCF-FILE            ASSIGN TO "CCFMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CCF-CHAVE
               FILE STATUS        IS WRK-STATUS-CCF.

           SELECT INCLUSAO-FILE       ASSIGN TO "CCFINCL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-INCL.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT REMESSA-FILE        ASSIGN TO "CHQDEVREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  APRESENTACAO-FILE.
       01  APRESENTACAO-REG.
           02 APR-BANCO           PIC X(08).
           02 APR-CONTA           PIC 9(08).
           02 APR-NUMERO          PIC 9(10).
           02 APR-VALOR           PIC 9(09)V99.

       FD  SACADO-FILE.
           COPY CHEQSAC-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  LIVRO-FILE.
           COPY CHEQLIVRO-REG.

       FD  SUSTACAO-FILE.
           COPY CHEQSUST-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CCF-FILE.
           COPY CCF-REG.

       FD  INCLUSAO-FILE.
       01  INCLUSAO-LINHA             PIC X(80).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-APR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SAC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-LIV         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SUST        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLI         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CCF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-INCL        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.

       77  WRK-FIM-APR            PIC X(01) VALUE "N".
           88 FIM-APR                 VALUE "S".
       77  WRK-FIM-LIV            PIC X(01) VALUE "N".
           88 FIM-LIV                 VALUE "S".
       77  WRK-LIVRO-ABERTO       PIC X(01) VALUE "N".
           88 LIVRO-ABERTO            VALUE "S".
       77  WRK-SUSTACAO-ABERTA    PIC X(01) VALUE "N".
           88 SUSTACAO-ABERTA         VALUE "S".
       77  WRK-TEM-FAIXA          PIC X(01) VALUE "N".
           88 CONTA-TEM-FAIXA         VALUE "S".
       77  WRK-NUMERO-NA-FAIXA    PIC X(01) VALUE "N".
           88 NUMERO-NA-FAIXA         VALUE "S".
       77  WRK-JA-APRESENTADO     PIC X(01) VALUE "N".
           88 JA-APRESENTADO          VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.

       77  WRK-MOTIVO             PIC X(02) VALUE SPACES.
       77  WRK-QTDE-APRES         PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-PRIMEIRA      PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PAGOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEVOLVIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FUNDOS-1A     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FUNDOS-2A     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SUSTADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DESCONHECIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OUTROS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CCF           PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CCF-SEM-TIT   PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-CCF          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGO         PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDO    PIC 9(13)V99 VALUE ZEROS.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-DISPONIVEL   PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   DEBITOS JA PAGOS NESTA RODADA POR CONTA: O MOVIMENTO SO     *
      *>   CHEGA AO SALDO NO ACUMULADOR DA NOITE, ENTAO O DISPONIVEL   *
      *>   DE CADA FOLHA E ABATIDO DAS FOLHAS ANTERIORES DA MESMA      *
      *>   CONTA, PARA DOIS CHEQUES NAO CONSUMIREM O MESMO SALDO.      *
      *>   CABEM WRK-LIMITE-PAGOS CONTAS (O OCCURS USA O MESMO         *
      *>   NUMERO); CONTA QUE NAO COUBER SAI NO CONSOLE E O            *
      *>   RETURN-CODE SAI 4                                           *
      *----------------------------------------------------------------*
       77  WRK-LIMITE-PAGOS       PIC 9(04) VALUE 2000.
       77  WRK-MAX-PAGOS          PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-FORA-TABELA   PIC 9(07) VALUE ZEROS.
       77  WRK-PAGO-ACHADO        PIC X(01) VALUE "N".
           88 PAGO-ACHADO             VALUE "S".
       77  WRK-PAGO-NA-RODADA     PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TABELA-PAGOS.
           02 WRK-PG-ITEM  OCCURS 2000 TIMES
                            INDEXED BY WRK-PG-IDX.
               03 WRK-PG-CONTA         PIC 9(08).
               03 WRK-PG-VALOR         PIC 9(11)V99.

      *----------------------------------------------------------------*
      *>   REMESSA DE DEVOLUCAO PARA A CAMARA: HEADER, DETALHES COM    *
      *>   SEQUENCIA E TRAILER COM QUANTIDADE E VALOR TOTAL            *
      *----------------------------------------------------------------*
       01  WRK-REM-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-RH-DATA          PIC 9(08).
           02 WRK-RH-HORA          PIC 9(06).
           02 FILLER               PIC X(20)
               VALUE "DEVOLUCAO DE CHEQUES".
           02 FILLER               PIC X(45) VALUE SPACES.

       01  WRK-REM-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-RD-SEQ           PIC 9(07).
           02 WRK-RD-BANCO         PIC X(08).
           02 WRK-RD-CONTA         PIC 9(08).
           02 WRK-RD-NUMERO        PIC 9(10).
           02 WRK-RD-VALOR         PIC 9(09)V99.
           02 WRK-RD-MOTIVO        PIC X(02).
           02 WRK-RD-APRES         PIC 9(01).
           02 FILLER               PIC X(32) VALUE SPACES.

       01  WRK-REM-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-RT-QTDE          PIC 9(07).
           02 WRK-RT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   REMESSA DE INCLUSAO NO CCF: HEADER, UMA OCORRENCIA POR      *
      *>   DETALHE E TRAILER COM QUANTIDADE E VALOR TOTAL              *
      *----------------------------------------------------------------*
       01  WRK-INC-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-IH-DATA          PIC 9(08).
           02 WRK-IH-HORA          PIC 9(06).
           02 FILLER               PIC X(12) VALUE "CCF INCLUSAO".
           02 FILLER               PIC X(53) VALUE SPACES.

       01  WRK-INC-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-ID-SEQ           PIC 9(07).
           02 WRK-ID-DOCUMENTO     PIC X(14).
           02 WRK-ID-TIPO-PESSOA   PIC X(01).
           02 WRK-ID-CONTA         PIC 9(08).
           02 WRK-ID-NUMERO        PIC 9(10).
           02 WRK-ID-VALOR         PIC 9(09)V99.
           02 WRK-ID-MOTIVO        PIC X(02).
           02 WRK-ID-DATA          PIC 9(08).
           02 FILLER               PIC X(18) VALUE SPACES.

       01  WRK-INC-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-IT-QTDE          PIC 9(07).
           02 WRK-IT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-FOLHA
               THRU 2000-PROCESSAR-FOLHA-EXIT
               UNTIL FIM-APR.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           OPEN I-O SACADO-FILE.
           IF WRK-STATUS-SAC = "35"
               CLOSE SACADO-FILE
               OPEN OUTPUT SACADO-FILE
               CLOSE SACADO-FILE
               OPEN I-O SACADO-FILE
           END-IF.

           OPEN INPUT CONTA-FILE.

           OPEN INPUT LIVRO-FILE.
           IF WRK-STATUS-LIV = "00"
               SET LIVRO-ABERTO TO TRUE
           END-IF.

           OPEN I-O SUSTACAO-FILE.
           IF WRK-STATUS-SUST = "00"
               SET SUSTACAO-ABERTA TO TRUE
           END-IF.

           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.

           OPEN I-O CCF-FILE.
           IF WRK-STATUS-CCF = "35"
               CLOSE CCF-FILE
               OPEN OUTPUT CCF-FILE
               CLOSE CCF-FILE
               OPEN I-O CCF-FILE
           END-IF.

           OPEN OUTPUT INCLUSAO-FILE.
           MOVE WRK-DATA-HOJE        TO WRK-IH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-IH-HORA.
           MOVE WRK-INC-HEADER TO INCLUSAO-LINHA.
           WRITE INCLUSAO-LINHA.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-DATA-HOJE        TO WRK-RH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-RH-HORA.
           MOVE WRK-REM-HEADER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           OPEN INPUT APRESENTACAO-FILE.
           IF WRK-STATUS-APR NOT = "00"
               SET FIM-APR TO TRUE
           END-IF.

           IF NOT FIM-APR
               PERFORM 2100-LER-APRESENTACAO
                   THRU 2100-LER-APRESENTACAO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-FOLHA.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.

           PERFORM 3000-CRITICAR-FOLHA THRU 3000-CRITICAR-FOLHA-EXIT.

           IF WRK-MOTIVO = SPACES
               PERFORM 5000-PAGAR-CHEQUE THRU 5000-PAGAR-CHEQUE-EXIT
           ELSE
               PERFORM 6000-DEVOLVER-CHEQUE
                   THRU 6000-DEVOLVER-CHEQUE-EXIT
           END-IF.

           PERFORM 2100-LER-APRESENTACAO
               THRU 2100-LER-APRESENTACAO-EXIT.
       2000-PROCESSAR-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-APRESENTACAO.
      *----------------------------------------------------------------*
           READ APRESENTACAO-FILE.
           IF WRK-STATUS-APR = "10"
               SET FIM-APR TO TRUE
           END-IF.
       2100-LER-APRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A PRIMEIRA CRITICA QUE FALHA DA O MOTIVO DA DEVOLUCAO;      *
      *>   MOTIVO EM BRANCO NO FIM E FOLHA A PAGAR                     *
      *----------------------------------------------------------------*
       3000-CRITICAR-FOLHA.
      *----------------------------------------------------------------*
           PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT.

           IF JA-APRESENTADO
               IF SAC-PAGO
                   OR SAC-MOT-FUNDOS-2A
                   OR SAC-MOT-ENCERRADA
                   OR SAC-MOT-DESCONHECIDA
                   OR SAC-MOT-REAPRESENTADO
                   MOVE "49" TO WRK-MOTIVO
                   GO TO 3000-CRITICAR-FOLHA-EXIT
               END-IF
           END-IF.

           MOVE APR-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "35" TO WRK-MOTIVO
                   GO TO 3000-CRITICAR-FOLHA-EXIT
           END-READ.

           PERFORM 3200-CONFERIR-FAIXA THRU 3200-CONFERIR-FAIXA-EXIT.
           IF CONTA-TEM-FAIXA AND NOT NUMERO-NA-FAIXA
               MOVE "35" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-FOLHA-EXIT
           END-IF.

           IF CONTA-ENCERRADA
               MOVE "13" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-FOLHA-EXIT
           END-IF.

           IF CONTA-BLOQUEADA
               MOVE "24" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-FOLHA-EXIT
           END-IF.

           PERFORM 3400-CONFERIR-SUSTACAO
               THRU 3400-CONFERIR-SUSTACAO-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 3000-CRITICAR-FOLHA-EXIT
           END-IF.

           PERFORM 3600-CONFERIR-FUNDOS THRU 3600-CONFERIR-FUNDOS-EXIT.
       3000-CRITICAR-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   HISTORICO DA FOLHA: QUANTAS VEZES JA FOI APRESENTADA E COMO *
      *>   TERMINOU A ULTIMA APRESENTACAO                              *
      *----------------------------------------------------------------*
       3100-LER-HISTORICO.
      *----------------------------------------------------------------*
           MOVE "N"   TO WRK-JA-APRESENTADO.
           MOVE ZEROS TO WRK-QTDE-APRES.
           MOVE WRK-DATA-HOJE TO WRK-DATA-PRIMEIRA.

           MOVE APR-CONTA  TO SAC_CONTA.
           MOVE APR-NUMERO TO SAC_NUMERO.
           READ SACADO-FILE
               INVALID KEY
                   GO TO 3100-LER-HISTORICO-EXIT
           END-READ.

           SET JA-APRESENTADO TO TRUE.
           MOVE SAC_QTDE_APRES    TO WRK-QTDE-APRES.
           MOVE SAC_DATA_PRIMEIRA TO WRK-DATA-PRIMEIRA.
       3100-LER-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A FOLHA PRECISA CAIR EM ALGUMA FAIXA DE TALAO EMITIDA PARA  *
      *>   A CONTA; CONTA SEM FAIXA NENHUMA E TALAO LEGADO             *
      *----------------------------------------------------------------*
       3200-CONFERIR-FAIXA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-TEM-FAIXA.
           MOVE "N" TO WRK-NUMERO-NA-FAIXA.
           MOVE "N" TO WRK-FIM-LIV.

           IF NOT LIVRO-ABERTO
               GO TO 3200-CONFERIR-FAIXA-EXIT
           END-IF.

           MOVE APR-CONTA TO LIV_CONTA.
           MOVE ZEROS     TO LIV_NUM_INICIO.
           START LIVRO-FILE KEY IS NOT LESS THAN LIV-CHAVE
               INVALID KEY
                   GO TO 3200-CONFERIR-FAIXA-EXIT
           END-START.

           PERFORM 3250-EXAMINAR-FAIXA THRU 3250-EXAMINAR-FAIXA-EXIT
               UNTIL FIM-LIV
                  OR NUMERO-NA-FAIXA.
       3200-CONFERIR-FAIXA-EXIT.
           EXIT.

       3250-EXAMINAR-FAIXA.
           READ LIVRO-FILE NEXT RECORD.
           IF WRK-STATUS-LIV NOT = "00"
               OR LIV_CONTA NOT = APR-CONTA
               SET FIM-LIV TO TRUE
               GO TO 3250-EXAMINAR-FAIXA-EXIT
           END-IF.

           SET CONTA-TEM-FAIXA TO TRUE.
           IF APR-NUMERO >= LIV_NUM_INICIO
               AND APR-NUMERO <= LIV_NUM_FIM
               SET NUMERO-NA-FAIXA TO TRUE
           END-IF.
       3250-EXAMINAR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SUSTACAO ATIVA DEVOLVE A FOLHA E FICA EFETIVADA, COMO NA    *
      *>   COMPENSACAO DOS DEPOSITOS (CHEQUE-COMPENSA.COB)             *
      *----------------------------------------------------------------*
       3400-CONFERIR-SUSTACAO.
      *----------------------------------------------------------------*
           IF NOT SUSTACAO-ABERTA
               GO TO 3400-CONFERIR-SUSTACAO-EXIT
           END-IF.

           MOVE APR-CONTA  TO SUS_CONTA.
           MOVE APR-NUMERO TO SUS_NUMERO.
           READ SUSTACAO-FILE
               INVALID KEY
                   GO TO 3400-CONFERIR-SUSTACAO-EXIT
           END-READ.

           IF SUS-ATIVA
               MOVE "21" TO WRK-MOTIVO
               MOVE "E"  TO SUS_SITUACAO
               REWRITE SUSTACAO-REG
           END-IF.
       3400-CONFERIR-SUSTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DISPONIVEL DA CONTA MENOS O QUE JA FOI PAGO NESTA RODADA.   *
      *>   A SEGUNDA APRESENTACAO POR FALTA DE FUNDOS E MOTIVO 12      *
      *----------------------------------------------------------------*
       3600-CONFERIR-FUNDOS.
      *----------------------------------------------------------------*
           CALL "SALDO-DISPONIVEL" USING CONTA_NUMERO CONTA_SALDO
               WRK-SALDO-DISPONIVEL.

           PERFORM 3700-PROCURAR-PAGO THRU 3700-PROCURAR-PAGO-EXIT.
           IF PAGO-ACHADO
               SUBTRACT WRK-PG-VALOR (WRK-PG-IDX)
                   FROM WRK-SALDO-DISPONIVEL
           END-IF.

           IF WRK-SALDO-DISPONIVEL < APR-VALOR
               IF JA-APRESENTADO AND SAC-MOT-FUNDOS-1A
                   MOVE "12" TO WRK-MOTIVO
               ELSE
                   MOVE "11" TO WRK-MOTIVO
               END-IF
           END-IF.
       3600-CONFERIR-FUNDOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3700-PROCURAR-PAGO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-PAGO-ACHADO.
           IF WRK-MAX-PAGOS = ZEROS
               GO TO 3700-PROCURAR-PAGO-EXIT
           END-IF.

           SET WRK-PG-IDX TO 1.
           SEARCH WRK-PG-ITEM
               VARYING WRK-PG-IDX
               AT END
                   CONTINUE
               WHEN WRK-PG-CONTA (WRK-PG-IDX) = APR-CONTA
                   SET PAGO-ACHADO TO TRUE
           END-SEARCH.
       3700-PROCURAR-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-PAGAR-CHEQUE.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-PAGOS.
           ADD APR-VALOR TO WRK-TOTAL-PAGO.

           MOVE APR-CONTA      TO TRANS_CONTA.
           MOVE "D"            TO TRANS_TIPO.
           MOVE APR-VALOR      TO TRANS_VALOR.
           MOVE CONTA_MOEDA    TO TRANS_MOEDA.
           MOVE "CHPG"         TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           PERFORM 3700-PROCURAR-PAGO THRU 3700-PROCURAR-PAGO-EXIT.
           IF PAGO-ACHADO
               ADD APR-VALOR TO WRK-PG-VALOR (WRK-PG-IDX)
           ELSE
               IF WRK-MAX-PAGOS < WRK-LIMITE-PAGOS
                   ADD 1 TO WRK-MAX-PAGOS
                   MOVE APR-CONTA TO WRK-PG-CONTA (WRK-MAX-PAGOS)
                   MOVE APR-VALOR TO WRK-PG-VALOR (WRK-MAX-PAGOS)
               ELSE
                   DISPLAY "TABELA DE PAGOS DA RODADA CHEIA, CONTA "
                       APR-CONTA " SEM CONTROLE DE DISPONIVEL"
                   ADD 1 TO WRK-QTDE-FORA-TABELA
               END-IF
           END-IF.

           MOVE "P"    TO SAC_SITUACAO.
           MOVE SPACES TO SAC_MOTIVO.
           PERFORM 7000-GRAVAR-HISTORICO
               THRU 7000-GRAVAR-HISTORICO-EXIT.
       5000-PAGAR-CHEQUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-DEVOLVER-CHEQUE.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-DEVOLVIDOS.
           ADD APR-VALOR TO WRK-TOTAL-DEVOLVIDO.

           EVALUATE WRK-MOTIVO
               WHEN "11"
                   ADD 1 TO WRK-QTDE-FUNDOS-1A
               WHEN "12"
                   ADD 1 TO WRK-QTDE-FUNDOS-2A
               WHEN "13"
                   ADD 1 TO WRK-QTDE-ENCERRADAS
               WHEN "21"
                   ADD 1 TO WRK-QTDE-SUSTADOS
               WHEN "35"
                   ADD 1 TO WRK-QTDE-DESCONHECIDOS
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-OUTROS
           END-EVALUATE.

           MOVE WRK-QTDE-DEVOLVIDOS TO WRK-RD-SEQ.
           MOVE APR-BANCO           TO WRK-RD-BANCO.
           MOVE APR-CONTA           TO WRK-RD-CONTA.
           MOVE APR-NUMERO          TO WRK-RD-NUMERO.
           MOVE APR-VALOR           TO WRK-RD-VALOR.
           MOVE WRK-MOTIVO          TO WRK-RD-MOTIVO.
           COMPUTE WRK-RD-APRES = WRK-QTDE-APRES + 1.
           MOVE WRK-REM-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

      *>   A REAPRESENTACAO INDEVIDA (49) NAO APAGA O HISTORICO DA
      *>   FOLHA: O PAGAMENTO OU A DEVOLUCAO DEFINITIVA CONTINUAM
      *>   VALENDO
           IF WRK-MOTIVO = "49"
               GO TO 6000-DEVOLVER-CHEQUE-EXIT
           END-IF.

           MOVE "D"        TO SAC_SITUACAO.
           MOVE WRK-MOTIVO TO SAC_MOTIVO.
           PERFORM 7000-GRAVAR-HISTORICO
               THRU 7000-GRAVAR-HISTORICO-EXIT.

           IF WRK-MOTIVO = "12"
               PERFORM 6500-REGISTRAR-CCF THRU 6500-REGISTRAR-CCF-EXIT
           END-IF.
       6000-DEVOLVER-CHEQUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SEGUNDA DEVOLUCAO POR FUNDOS: O EMITENTE E O TITULAR        *
      *>   PRINCIPAL DA CONTA EM CONTATIT (NA FALTA DELE, O PRIMEIRO   *
      *>   VINCULO); PESSOA JURIDICA VAI AO CCF PELO CNPJ DE CLIMAST   *
      *----------------------------------------------------------------*
       6500-REGISTRAR-CCF.
      *----------------------------------------------------------------*
           MOVE "N"    TO WRK-FIM-TIT.
           MOVE SPACES TO WRK-CPF-TITULAR.

           MOVE APR-CONTA  TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 6550-EXAMINAR-VINCULO
               THRU 6550-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           IF WRK-CPF-TITULAR = SPACES
               ADD 1 TO WRK-QTDE-CCF-SEM-TIT
               DISPLAY "CONTA SEM TITULAR EM CONTATIT, CCF NAO "
                   "REGISTRADO: " APR-CONTA " CHEQUE " APR-NUMERO
               GO TO 6500-REGISTRAR-CCF-EXIT
           END-IF.

           MOVE APR-CONTA       TO CCF_CONTA.
           MOVE APR-NUMERO      TO CCF_NUMERO.
           MOVE WRK-CPF-TITULAR TO CCF_CLIENTE.
           MOVE WRK-CPF-TITULAR TO CCF_DOCUMENTO.
           MOVE "F"             TO CCF_TIPO_PESSOA.
           MOVE WRK-CPF-TITULAR TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLIENTE-PESSOA-JURIDICA
                       MOVE CLIENTE_CNPJ TO CCF_DOCUMENTO
                       MOVE "J"          TO CCF_TIPO_PESSOA
                   END-IF
           END-READ.
           MOVE APR-VALOR       TO CCF_VALOR.
           MOVE APR-BANCO       TO CCF_BANCO_APRES.
           MOVE WRK-DATA-HOJE   TO CCF_DATA_OCORRENCIA.

           WRITE CCF-REG
               INVALID KEY
                   DISPLAY "OCORRENCIA JA ABERTA NO CCF, CONTA "
                       APR-CONTA " CHEQUE " APR-NUMERO
                   GO TO 6500-REGISTRAR-CCF-EXIT
           END-WRITE.

           ADD 1 TO WRK-QTDE-CCF.
           ADD APR-VALOR TO WRK-TOTAL-CCF.

           MOVE WRK-QTDE-CCF        TO WRK-ID-SEQ.
           MOVE CCF_DOCUMENTO       TO WRK-ID-DOCUMENTO.
           MOVE CCF_TIPO_PESSOA     TO WRK-ID-TIPO-PESSOA.
           MOVE CCF_CONTA           TO WRK-ID-CONTA.
           MOVE CCF_NUMERO          TO WRK-ID-NUMERO.
           MOVE CCF_VALOR           TO WRK-ID-VALOR.
           MOVE WRK-MOTIVO          TO WRK-ID-MOTIVO.
           MOVE CCF_DATA_OCORRENCIA TO WRK-ID-DATA.
           MOVE WRK-INC-DETALHE TO INCLUSAO-LINHA.
           WRITE INCLUSAO-LINHA.
       6500-REGISTRAR-CCF-EXIT.
           EXIT.

       6550-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 6550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF TIT_CONTA NOT = APR-CONTA
               SET FIM-TIT TO TRUE
               GO TO 6550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       6550-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-GRAVAR-HISTORICO.
      *----------------------------------------------------------------*
           MOVE APR-CONTA         TO SAC_CONTA.
           MOVE APR-NUMERO        TO SAC_NUMERO.
           MOVE APR-VALOR         TO SAC_VALOR.
           COMPUTE SAC_QTDE_APRES = WRK-QTDE-APRES + 1.
           MOVE APR-BANCO         TO SAC_BANCO_APRES.
           MOVE WRK-DATA-PRIMEIRA TO SAC_DATA_PRIMEIRA.
           MOVE WRK-DATA-HOJE     TO SAC_DATA_ULTIMA.

           IF JA-APRESENTADO
               REWRITE CHEQSAC-REG
           ELSE
               WRITE CHEQSAC-REG
           END-IF.
           IF WRK-STATUS-SAC NOT = "00"
               DISPLAY "ERRO AO GRAVAR HISTORICO DA FOLHA, CONTA "
                   APR-CONTA " CHEQUE " APR-NUMERO
                   " STATUS " WRK-STATUS-SAC
           END-IF.
       7000-GRAVAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO                      *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "CHQ"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-DEVOLVIDOS TO WRK-RT-QTDE.
           MOVE WRK-TOTAL-DEVOLVIDO TO WRK-RT-VALOR.
           MOVE WRK-REM-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           MOVE WRK-QTDE-CCF  TO WRK-IT-QTDE.
           MOVE WRK-TOTAL-CCF TO WRK-IT-VALOR.
           MOVE WRK-INC-TRAILER TO INCLUSAO-LINHA.
           WRITE INCLUSAO-LINHA.

           CLOSE APRESENTACAO-FILE.
           CLOSE SACADO-FILE.
           CLOSE CONTA-FILE.
           IF LIVRO-ABERTO
               CLOSE LIVRO-FILE
           END-IF.
           IF SUSTACAO-ABERTA
               CLOSE SUSTACAO-FILE
           END-IF.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE CCF-FILE.
           CLOSE INCLUSAO-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE REMESSA-FILE.

           DISPLAY "===== COMPENSACAO DE ENTRADA =====".
           DISPLAY "FOLHAS APRESENTADAS..: " WRK-QTDE-LIDOS.
           DISPLAY "FOLHAS PAGAS.........: " WRK-QTDE-PAGOS.
           DISPLAY "VALOR PAGO...........: " WRK-TOTAL-PAGO.
           DISPLAY "FOLHAS DEVOLVIDAS....: " WRK-QTDE-DEVOLVIDOS.
           DISPLAY "VALOR DEVOLVIDO......: " WRK-TOTAL-DEVOLVIDO.
           DISPLAY "  SEM FUNDOS 1A (11).: " WRK-QTDE-FUNDOS-1A.
           DISPLAY "  SEM FUNDOS 2A (12).: " WRK-QTDE-FUNDOS-2A.
           DISPLAY "  ENCERRADA (13).....: " WRK-QTDE-ENCERRADAS.
           DISPLAY "  SUSTADO (21).......: " WRK-QTDE-SUSTADOS.
           DISPLAY "  DESCONHECIDA (35)..: " WRK-QTDE-DESCONHECIDOS.
           DISPLAY "  OUTROS (24/49).....: " WRK-QTDE-OUTROS.
           DISPLAY "OCORRENCIAS NO CCF...: " WRK-QTDE-CCF.
           DISPLAY "CCF SEM TITULAR......: " WRK-QTDE-CCF-SEM-TIT.
           DISPLAY "PAGAS FORA DA TABELA.: " WRK-QTDE-FORA-TABELA.

           IF WRK-QTDE-FORA-TABELA > ZEROS
               DISPLAY "TABELA DE PAGOS ESTOUROU: CONFERIR O "
                   "DISPONIVEL DAS CONTAS LISTADAS"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
