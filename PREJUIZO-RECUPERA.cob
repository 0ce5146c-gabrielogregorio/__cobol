      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PREJUIZO-RECUPERA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RECUPERACAO DE CREDITOS BAIXADOS COMO PREJUIZO.<*
      *>                O LOTE RECUPIN, MONTADO NO CAIXA, TRAZ O CPF  <*
      *>                DO DEVEDOR, A CONTA A DEBITAR, O VALOR PAGO,  <*
      *>                A FILIAL E O OPERADOR, QUE PRECISA DA         <*
      *>                PERMISSAO PREJUIZO-RECUPERA (AUTORIZA-CHECK). <*
      *>                O VALOR E CONFERIDO CONTRA O SALDO DISPONIVEL <*
      *>                E APLICADO AS BAIXAS EM ABERTO DO CPF EM      <*
      *>                PREJMST, NA ORDEM DO ARQUIVO; O QUE PASSAR DO <*
      *>                TOTAL EM ABERTO NAO E DEBITADO. O VALOR       <*
      *>                APLICADO E DEBITADO EM ACUMTRANS COM O CODIGO <*
      *>                PROPRIO RCPR (RECEITA DE RECUPERACAO NO       <*
      *>                DIARIO, PELAS CONTAS DE TRANSCOD) E A BAIXA   <*
      *>                TOTALMENTE PAGA FICA COM SITUACAO R. RECUSAS  <*
      *>                SAEM NO RELATORIO RECUPREL; NO FIM, O         <*
      *>                RELATORIO PREJREC MOSTRA POR SAFRA (ANO/MES   <*
      *>                DA BAIXA) O VALOR BAIXADO, O RECUPERADO E O   <*
      *>                PERCENTUAL RECUPERADO                         <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "RECUPIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT PREJUIZO-FILE       ASSIGN TO "PREJMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PREJ-CHAVE
               ALTERNATE RECORD KEY IS PREJ_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-PREJ.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT RELATORIO-FILE      ASSIGN TO "RECUPREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

           SELECT SAFRA-FILE          ASSIGN TO "PREJREC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SAFRA.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 REC-CPF                 PIC X(11).
           02 REC-CONTA               PIC 9(08).
           02 REC-VALOR               PIC 9(09)V99.
           02 REC-FILIAL              PIC 9(04).
           02 REC-OPERADOR            PIC X(08).

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  PREJUIZO-FILE.
           COPY PREJUIZO-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

       FD  SAFRA-FILE.
       01  SAFRA-LINHA                PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PREJ        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SAFRA       PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-PREJ           PIC X(01) VALUE "N".
           88 FIM-PREJ                VALUE "S".
       77  WRK-SEM-CODIGO         PIC X(01) VALUE "N".
           88 SEM-CODIGO              VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-RECUSAR            PIC X(01) VALUE "N".
           88 RECUSAR-PEDIDO          VALUE "S".
       77  WRK-SALDO-DISPONIVEL   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-NECESSARIO         PIC 9(11)V99 VALUE ZEROS.

       77  WRK-COD-RECUPERACAO    PIC X(04) VALUE "RCPR".
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "PREJUIZO-RECUPERA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".

      *----------------------------------------------------------------*
      *>   APLICACAO DO VALOR PAGO AS BAIXAS EM ABERTO DO CPF          *
      *----------------------------------------------------------------*
       77  WRK-TOTAL-ABERTO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-EM-ABERTO          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-APLICAR      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RESTANTE           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PARCELA-APLICADA   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EXCEDENTE          PIC 9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   VALOR JA COMPROMETIDO NESTA RODADA POR CONTA (MESMO         *
      *>   CONTROLE DE BOLETO-PAGA.COB)                                *
      *----------------------------------------------------------------*
       77  WRK-MAX-COMPROMETIDAS  PIC 9(03) VALUE ZEROS.
       77  WRK-COMPROMETIDO       PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TABELA-COMPROMETIDAS.
           02 WRK-CP-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-CP-IDX.
               03 WRK-CP-CONTA         PIC 9(08).
               03 WRK-CP-VALOR         PIC 9(11)V99.

      *----------------------------------------------------------------*
      *>   SAFRAS (ANO/MES DA BAIXA), MANTIDAS EM ORDEM NA INCLUSAO    *
      *----------------------------------------------------------------*
       77  WRK-MAX-SAFRAS         PIC 9(03) VALUE ZEROS.
       77  WRK-SAFRA-ATUAL        PIC 9(06) VALUE ZEROS.
       77  WRK-SAFRA-POS          PIC 9(03) VALUE ZEROS.
       77  WRK-SAFRA-MOVE         PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-SAFRA-ESTOURO PIC 9(07) VALUE ZEROS.
       77  WRK-POSICIONADA        PIC X(01) VALUE "N".
           88 SAFRA-POSICIONADA       VALUE "S".
       01  WRK-TABELA-SAFRAS.
           02 WRK-SF-ITEM  OCCURS 240 TIMES
                            INDEXED BY WRK-SF-IDX.
               03 WRK-SF-ANOMES        PIC 9(06).
               03 WRK-SF-QTDE          PIC 9(07).
               03 WRK-SF-BAIXADO       PIC 9(13)V99.
               03 WRK-SF-RECUPERADO    PIC 9(13)V99.
       77  WRK-PERCENTUAL         PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TOT-SF-QTDE        PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-SF-BAIXADO     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-SF-RECUPERADO  PIC 9(13)V99 VALUE ZEROS.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACEITAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-QUITADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-RECUPERADO   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXCEDENTE    PIC 9(13)V99 VALUE ZEROS.

       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(05) VALUE "CPF: ".
           02 WRK-R-CPF            PIC X(11).
           02 FILLER               PIC X(08) VALUE " CONTA: ".
           02 WRK-R-CONTA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-VALOR          PIC Z(08)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-R-MOTIVO         PIC X(30).

       01  WRK-LINHA-SAFRA.
           02 WRK-S-ANOMES         PIC 9(06).
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-S-QTDE           PIC ZZZZZZ9.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-S-BAIXADO        PIC Z(12)9.99.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-S-RECUPERADO     PIC Z(12)9.99.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-S-PERCENTUAL     PIC ZZ9.99.
           02 FILLER               PIC X(01) VALUE "%".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO
               THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-PED.
           PERFORM 7000-RELATAR-SAFRAS    THRU 7000-RELATAR-SAFRAS-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.

      *>   SEM O CODIGO PROPRIO A RECUPERACAO NAO TEM COMO CHEGAR AO
      *>   DIARIO; NESSE CASO O LOTE FICA INTEIRO PARA DEPOIS
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               SET SEM-CODIGO TO TRUE
           ELSE
               MOVE WRK-COD-RECUPERACAO TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       SET SEM-CODIGO TO TRUE
               END-READ
           END-IF.
           CLOSE TRANSCOD-FILE.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
           END-IF.
           IF SEM-CODIGO
               DISPLAY "CODIGO " WRK-COD-RECUPERACAO
                   " AUSENTE DE TRANSCOD, LOTE NAO PROCESSADO"
               SET FIM-PED TO TRUE
           END-IF.

           OPEN INPUT CONTA-FILE.

           OPEN I-O PREJUIZO-FILE.
           IF WRK-STATUS-PREJ = "35"
               CLOSE PREJUIZO-FILE
               OPEN OUTPUT PREJUIZO-FILE
               CLOSE PREJUIZO-FILE
               OPEN I-O PREJUIZO-FILE
           END-IF.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "RECUPERACAO DE PREJUIZO - PEDIDOS RECUSADOS"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF NOT FIM-PED
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDAS.

           PERFORM 3000-CRITICAR-PEDIDO
               THRU 3000-CRITICAR-PEDIDO-EXIT.

           IF RECUSAR-PEDIDO
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE REC-CPF      TO WRK-R-CPF
               MOVE REC-CONTA    TO WRK-R-CONTA
               MOVE REC-VALOR    TO WRK-R-VALOR
               MOVE WRK-MOTIVO   TO WRK-R-MOTIVO
               MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM 5000-RECUPERAR THRU 5000-RECUPERAR-EXIT
           END-IF.

           PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
           END-IF.
       2100-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-CRITICAR-PEDIDO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RECUSAR.
           MOVE SPACES TO WRK-MOTIVO.

           CALL "AUTORIZA-CHECK" USING REC-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF REC-VALOR IS NOT NUMERIC OR REC-VALOR = ZEROS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "VALOR INVALIDO" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           PERFORM 3500-SOMAR-EM-ABERTO THRU 3500-SOMAR-EM-ABERTO-EXIT.
           IF WRK-TOTAL-ABERTO = ZEROS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "CPF SEM PREJUIZO EM ABERTO" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF REC-VALOR > WRK-TOTAL-ABERTO
               MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-APLICAR
           ELSE
               MOVE REC-VALOR TO WRK-VALOR-APLICAR
           END-IF.
           COMPUTE WRK-EXCEDENTE = REC-VALOR - WRK-VALOR-APLICAR.

           MOVE REC-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-READ.

           IF NOT CONTA-ATIVA
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "CONTA NAO ATIVA" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           CALL "SALDO-DISPONIVEL" USING CONTA_NUMERO
               CONTA_SALDO WRK-SALDO-DISPONIVEL.
           PERFORM 3700-OBTER-COMPROMETIDO
               THRU 3700-OBTER-COMPROMETIDO-EXIT.
           COMPUTE WRK-NECESSARIO = WRK-VALOR-APLICAR
               + WRK-COMPROMETIDO.
           IF WRK-SALDO-DISPONIVEL < WRK-NECESSARIO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF WRK-MAX-COMPROMETIDAS NOT < 500
               AND WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "LIMITE DE CONTAS DA RODADA" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.
       3000-CRITICAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TOTAL AINDA EM ABERTO NAS BAIXAS DO CPF                     *
      *----------------------------------------------------------------*
       3500-SOMAR-EM-ABERTO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-TOTAL-ABERTO.
           MOVE "N"   TO WRK-FIM-PREJ.

           MOVE REC-CPF TO PREJ_CPF.
           START PREJUIZO-FILE KEY IS = PREJ_CPF
               INVALID KEY
                   SET FIM-PREJ TO TRUE
           END-START.
           PERFORM 3550-SOMAR-BAIXA THRU 3550-SOMAR-BAIXA-EXIT
               UNTIL FIM-PREJ.
       3500-SOMAR-EM-ABERTO-EXIT.
           EXIT.

       3550-SOMAR-BAIXA.
           READ PREJUIZO-FILE NEXT RECORD.
           IF WRK-STATUS-PREJ NOT = "00"
               OR PREJ_CPF NOT = REC-CPF
               SET FIM-PREJ TO TRUE
               GO TO 3550-SOMAR-BAIXA-EXIT
           END-IF.
           IF PREJ-EM-ABERTO
               COMPUTE WRK-TOTAL-ABERTO = WRK-TOTAL-ABERTO
                   + PREJ_VALOR_BAIXADO - PREJ_VALOR_RECUPERADO
           END-IF.
       3550-SOMAR-BAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEIXA WRK-CP-IDX NA ENTRADA DA CONTA, OU LOGO DEPOIS DA     *
      *>   ULTIMA OCUPADA QUANDO A CONTA AINDA NAO TEM ENTRADA         *
      *----------------------------------------------------------------*
       3700-OBTER-COMPROMETIDO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-COMPROMETIDO.
           SET WRK-CP-IDX TO 1.
           IF WRK-MAX-COMPROMETIDAS = ZEROS
               GO TO 3700-OBTER-COMPROMETIDO-EXIT
           END-IF.
           SEARCH WRK-CP-ITEM
               VARYING WRK-CP-IDX
               AT END
                   CONTINUE
               WHEN WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
                   CONTINUE
               WHEN WRK-CP-CONTA (WRK-CP-IDX) = REC-CONTA
                   MOVE WRK-CP-VALOR (WRK-CP-IDX) TO WRK-COMPROMETIDO
           END-SEARCH.
       3700-OBTER-COMPROMETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PEDIDO ACEITO: DEBITO RCPR NO MOVIMENTO E O VALOR APLICADO  *
      *>   AS BAIXAS EM ABERTO DO CPF; A BAIXA QUITADA FICA COM R      *
      *----------------------------------------------------------------*
       5000-RECUPERAR.
      *----------------------------------------------------------------*
           MOVE REC-CONTA           TO TRANS_CONTA.
           MOVE "D"                 TO TRANS_TIPO.
           MOVE WRK-VALOR-APLICAR   TO TRANS_VALOR.
           MOVE CONTA_MOEDA         TO TRANS_MOEDA.
           MOVE WRK-COD-RECUPERACAO TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           ADD 1 TO WRK-QTDE-ACEITAS.
           ADD WRK-VALOR-APLICAR TO WRK-TOTAL-RECUPERADO.

           MOVE WRK-VALOR-APLICAR TO WRK-RESTANTE.
           MOVE "N" TO WRK-FIM-PREJ.
           MOVE REC-CPF TO PREJ_CPF.
           START PREJUIZO-FILE KEY IS = PREJ_CPF
               INVALID KEY
                   SET FIM-PREJ TO TRUE
           END-START.
           PERFORM 5100-APLICAR-BAIXA THRU 5100-APLICAR-BAIXA-EXIT
               UNTIL FIM-PREJ OR WRK-RESTANTE = ZEROS.

           IF WRK-EXCEDENTE > ZEROS
               ADD WRK-EXCEDENTE TO WRK-TOTAL-EXCEDENTE
               MOVE REC-CPF       TO WRK-R-CPF
               MOVE REC-CONTA     TO WRK-R-CONTA
               MOVE WRK-EXCEDENTE TO WRK-R-VALOR
               MOVE "EXCEDENTE NAO DEBITADO" TO WRK-R-MOTIVO
               MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      *>   WRK-CP-IDX FICOU NA ENTRADA DA CONTA (3700)
           IF WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
               ADD 1 TO WRK-MAX-COMPROMETIDAS
               SET WRK-CP-IDX TO WRK-MAX-COMPROMETIDAS
               MOVE REC-CONTA TO WRK-CP-CONTA (WRK-CP-IDX)
               MOVE ZEROS     TO WRK-CP-VALOR (WRK-CP-IDX)
           END-IF.
           ADD WRK-VALOR-APLICAR TO WRK-CP-VALOR (WRK-CP-IDX).
       5000-RECUPERAR-EXIT.
           EXIT.

       5100-APLICAR-BAIXA.
           READ PREJUIZO-FILE NEXT RECORD.
           IF WRK-STATUS-PREJ NOT = "00"
               OR PREJ_CPF NOT = REC-CPF
               SET FIM-PREJ TO TRUE
               GO TO 5100-APLICAR-BAIXA-EXIT
           END-IF.
           IF NOT PREJ-EM-ABERTO
               GO TO 5100-APLICAR-BAIXA-EXIT
           END-IF.

           COMPUTE WRK-EM-ABERTO = PREJ_VALOR_BAIXADO
               - PREJ_VALOR_RECUPERADO.
           IF WRK-RESTANTE < WRK-EM-ABERTO
               MOVE WRK-RESTANTE  TO WRK-PARCELA-APLICADA
           ELSE
               MOVE WRK-EM-ABERTO TO WRK-PARCELA-APLICADA
           END-IF.

           ADD WRK-PARCELA-APLICADA TO PREJ_VALOR_RECUPERADO.
           SUBTRACT WRK-PARCELA-APLICADA FROM WRK-RESTANTE.
           MOVE WRK-DATA-HOJE TO PREJ_DATA_ULT_RECUP.
           IF PREJ_VALOR_RECUPERADO NOT < PREJ_VALOR_BAIXADO
               SET PREJ-RECUPERADO TO TRUE
               ADD 1 TO WRK-QTDE-QUITADAS
           END-IF.
           REWRITE PREJUIZO-REG
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR PREJMST: " PREJ-CHAVE
           END-REWRITE.
       5100-APLICAR-BAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RECUPERADO CONTRA BAIXADO POR SAFRA, SOBRE TODO O PREJMST   *
      *----------------------------------------------------------------*
       7000-RELATAR-SAFRAS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-PREJ.
           MOVE LOW-VALUES TO PREJ-CHAVE.
           START PREJUIZO-FILE KEY IS NOT LESS THAN PREJ-CHAVE
               INVALID KEY
                   SET FIM-PREJ TO TRUE
           END-START.
           PERFORM 7100-ACUMULAR-SAFRA THRU 7100-ACUMULAR-SAFRA-EXIT
               UNTIL FIM-PREJ.

           OPEN OUTPUT SAFRA-FILE.
           MOVE "RECUPERACAO DE PREJUIZO POR SAFRA DE BAIXA"
               TO SAFRA-LINHA.
           WRITE SAFRA-LINHA.
           MOVE SPACES TO SAFRA-LINHA.
           WRITE SAFRA-LINHA.
           MOVE "SAFRA      QTDE            BAIXADO         RECUPERADO"
               TO SAFRA-LINHA.
           MOVE "     %" TO SAFRA-LINHA (55:6).
           WRITE SAFRA-LINHA.

           PERFORM 7300-IMPRIMIR-SAFRA THRU 7300-IMPRIMIR-SAFRA-EXIT
               VARYING WRK-SF-IDX FROM 1 BY 1
               UNTIL WRK-SF-IDX > WRK-MAX-SAFRAS.

           MOVE SPACES TO SAFRA-LINHA.
           WRITE SAFRA-LINHA.
           MOVE ZEROS                 TO WRK-S-ANOMES.
           MOVE WRK-TOT-SF-QTDE       TO WRK-S-QTDE.
           MOVE WRK-TOT-SF-BAIXADO    TO WRK-S-BAIXADO.
           MOVE WRK-TOT-SF-RECUPERADO TO WRK-S-RECUPERADO.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-TOT-SF-BAIXADO > ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-TOT-SF-RECUPERADO * 100 / WRK-TOT-SF-BAIXADO
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-S-PERCENTUAL.
           MOVE WRK-LINHA-SAFRA TO SAFRA-LINHA.
           MOVE "TOTAL " TO SAFRA-LINHA (1:6).
           WRITE SAFRA-LINHA.

           IF WRK-QTDE-SAFRA-ESTOURO > ZEROS
               MOVE "BAIXAS FORA DA TABELA DE SAFRAS:" TO SAFRA-LINHA
               MOVE WRK-QTDE-SAFRA-ESTOURO TO WRK-S-QTDE
               MOVE WRK-S-QTDE TO SAFRA-LINHA (34:7)
               WRITE SAFRA-LINHA
           END-IF.
           CLOSE SAFRA-FILE.
       7000-RELATAR-SAFRAS-EXIT.
           EXIT.

       7100-ACUMULAR-SAFRA.
           READ PREJUIZO-FILE NEXT RECORD.
           IF WRK-STATUS-PREJ NOT = "00"
               SET FIM-PREJ TO TRUE
               GO TO 7100-ACUMULAR-SAFRA-EXIT
           END-IF.

           MOVE PREJ_SAFRA_ANOMES TO WRK-SAFRA-ATUAL.
           PERFORM 7200-POSICIONAR-SAFRA
               THRU 7200-POSICIONAR-SAFRA-EXIT.
           IF WRK-SAFRA-POS = ZEROS
               ADD 1 TO WRK-QTDE-SAFRA-ESTOURO
               GO TO 7100-ACUMULAR-SAFRA-EXIT
           END-IF.

           SET WRK-SF-IDX TO WRK-SAFRA-POS.
           ADD 1                     TO WRK-SF-QTDE (WRK-SF-IDX).
           ADD PREJ_VALOR_BAIXADO    TO WRK-SF-BAIXADO (WRK-SF-IDX).
           ADD PREJ_VALOR_RECUPERADO TO WRK-SF-RECUPERADO (WRK-SF-IDX).
           ADD 1                     TO WRK-TOT-SF-QTDE.
           ADD PREJ_VALOR_BAIXADO    TO WRK-TOT-SF-BAIXADO.
           ADD PREJ_VALOR_RECUPERADO TO WRK-TOT-SF-RECUPERADO.
       7100-ACUMULAR-SAFRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   POSICAO DA SAFRA NA TABELA ORDENADA; SAFRA NOVA E INSERIDA  *
      *>   NO LUGAR, DESLOCANDO AS MAIORES. ZERO = TABELA CHEIA        *
      *----------------------------------------------------------------*
       7200-POSICIONAR-SAFRA.
      *----------------------------------------------------------------*
           MOVE 1   TO WRK-SAFRA-POS.
           MOVE "N" TO WRK-POSICIONADA.
           PERFORM 7250-AVANCAR-POSICAO THRU 7250-AVANCAR-POSICAO-EXIT
               UNTIL WRK-SAFRA-POS > WRK-MAX-SAFRAS
                  OR SAFRA-POSICIONADA.

           IF WRK-SAFRA-POS NOT > WRK-MAX-SAFRAS
               IF WRK-SF-ANOMES (WRK-SAFRA-POS) = WRK-SAFRA-ATUAL
                   GO TO 7200-POSICIONAR-SAFRA-EXIT
               END-IF
           END-IF.

           IF WRK-MAX-SAFRAS NOT < 240
               MOVE ZEROS TO WRK-SAFRA-POS
               GO TO 7200-POSICIONAR-SAFRA-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-SAFRAS.
           PERFORM 7260-DESLOCAR-SAFRA THRU 7260-DESLOCAR-SAFRA-EXIT
               VARYING WRK-SAFRA-MOVE FROM WRK-MAX-SAFRAS BY -1
               UNTIL WRK-SAFRA-MOVE NOT > WRK-SAFRA-POS.

           MOVE WRK-SAFRA-ATUAL TO WRK-SF-ANOMES (WRK-SAFRA-POS).
           MOVE ZEROS TO WRK-SF-QTDE (WRK-SAFRA-POS).
           MOVE ZEROS TO WRK-SF-BAIXADO (WRK-SAFRA-POS).
           MOVE ZEROS TO WRK-SF-RECUPERADO (WRK-SAFRA-POS).
       7200-POSICIONAR-SAFRA-EXIT.
           EXIT.

       7250-AVANCAR-POSICAO.
           IF WRK-SF-ANOMES (WRK-SAFRA-POS) < WRK-SAFRA-ATUAL
               ADD 1 TO WRK-SAFRA-POS
           ELSE
               SET SAFRA-POSICIONADA TO TRUE
           END-IF.
       7250-AVANCAR-POSICAO-EXIT.
           EXIT.

       7260-DESLOCAR-SAFRA.
           MOVE WRK-SF-ITEM (WRK-SAFRA-MOVE - 1)
               TO WRK-SF-ITEM (WRK-SAFRA-MOVE).
       7260-DESLOCAR-SAFRA-EXIT.
           EXIT.

       7300-IMPRIMIR-SAFRA.
           MOVE WRK-SF-ANOMES (WRK-SF-IDX)     TO WRK-S-ANOMES.
           MOVE WRK-SF-QTDE (WRK-SF-IDX)       TO WRK-S-QTDE.
           MOVE WRK-SF-BAIXADO (WRK-SF-IDX)    TO WRK-S-BAIXADO.
           MOVE WRK-SF-RECUPERADO (WRK-SF-IDX) TO WRK-S-RECUPERADO.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-SF-BAIXADO (WRK-SF-IDX) > ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-SF-RECUPERADO (WRK-SF-IDX) * 100
                   / WRK-SF-BAIXADO (WRK-SF-IDX)
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-S-PERCENTUAL.
           MOVE WRK-LINHA-SAFRA TO SAFRA-LINHA.
           WRITE SAFRA-LINHA.
       7300-IMPRIMIR-SAFRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM: PAGAMENTO FEITO NO CAIXA DA AGENCIA,     *
      *>   COM A FILIAL E O OPERADOR DO PEDIDO                         *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           IF REC-FILIAL IS NUMERIC
               MOVE REC-FILIAL       TO TRANS_FILIAL
           ELSE
               MOVE ZEROS            TO TRANS_FILIAL
           END-IF.
           MOVE "AGE"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE REC-OPERADOR         TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           CLOSE CONTA-FILE.
           CLOSE PREJUIZO-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== RECUPERACAO DE PREJUIZO =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-LIDAS.
           DISPLAY "ACEITOS..............: " WRK-QTDE-ACEITAS.
           DISPLAY "RECUSADOS............: " WRK-QTDE-RECUSADAS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
           DISPLAY "BAIXAS QUITADAS......: " WRK-QTDE-QUITADAS.
           DISPLAY "VALOR RECUPERADO.....: " WRK-TOTAL-RECUPERADO.
           DISPLAY "EXCEDENTE NAO DEBITADO: " WRK-TOTAL-EXCEDENTE.

           IF SEM-CODIGO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
