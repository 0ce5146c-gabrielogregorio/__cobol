      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CAMBIO-POSICAO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RELATORIO DIARIO DOS CONTRATOS DE CAMBIO DE    <*
      *>                CLIENTES (CAMBCTR) FECHADOS NO DIA POR        <*
      *>                CAMBIO-CONTRATA.COB: LISTA CADA CONTRATO E,   <*
      *>                POR MOEDA, O QUE O BANCO COMPROU DOS CLIENTES <*
      *>                (VENDAS DOS CLIENTES), O QUE VENDEU A ELES    <*
      *>                (COMPRAS DOS CLIENTES), A POSICAO LIQUIDA NA  <*
      *>                MOEDA (POSITIVA = COMPRADA, NEGATIVA =        <*
      *>                VENDIDA), O CONTRAVALOR EM BRL, A RECEITA DE  <*
      *>                SPREAD E O IOF COBRADO -- A POSICAO QUE A     <*
      *>                TESOURARIA PRECISA ZERAR NO MERCADO           <*
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
           SELECT CONTRATO-FILE       ASSIGN TO "CAMBCTR"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CCTR_NUMERO
               FILE STATUS        IS WRK-STATUS-CTR.

           SELECT POSICAO-FILE        ASSIGN TO "CAMBPOS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-POS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CONTRATO-FILE.
           COPY CAMBCTR-REG.

       FD  POSICAO-FILE.
       01  POSICAO-LINHA              PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CTR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-POS         PIC X(02) VALUE SPACES.
       77  WRK-FIM-CONTRATO       PIC X(01) VALUE "N".
           88 FIM-CONTRATO            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-MAX-MOEDAS         PIC 9(02) VALUE ZEROS.
       77  WRK-MOEDA-ACHADA       PIC X(01) VALUE "N".
           88 MOEDA-ACHADA            VALUE "S".
       01  WRK-TABELA-MOEDAS.
           02 WRK-MOEDA-ITEM  OCCURS 50 TIMES
                               INDEXED BY WRK-MOEDA-IDX.
               03 WRK-MO-MOEDA         PIC X(03).
               03 WRK-MO-QTDE          PIC 9(07).
               03 WRK-MO-COMPRADO      PIC 9(13)V99.
               03 WRK-MO-VENDIDO       PIC 9(13)V99.
               03 WRK-MO-BRL-PAGO      PIC 9(13)V99.
               03 WRK-MO-BRL-RECEBIDO  PIC 9(13)V99.
               03 WRK-MO-SPREAD        PIC 9(11)V99.
               03 WRK-MO-IOF           PIC 9(11)V99.

       77  WRK-POSICAO-ME         PIC S9(13)V99 VALUE ZEROS.
       77  WRK-POSICAO-BRL        PIC S9(13)V99 VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DIA           PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-SPREAD       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-IOF          PIC 9(13)V99 VALUE ZEROS.

       01  WRK-LINHA-CONTRATO.
           02 WRK-LC-NUMERO        PIC 9(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-HORA          PIC 9(06).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-OPERACAO      PIC X(06).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-CPF           PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-MOEDA         PIC X(03).
           02 WRK-LC-VALOR-ME      PIC Z(8)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-TAXA          PIC Z(4)9.9(06).
           02 WRK-LC-VALOR-BRL     PIC Z(10)9.99.
           02 WRK-LC-SPREAD        PIC Z(8)9.99.
           02 WRK-LC-IOF           PIC Z(8)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-FINALIDADE    PIC X(02).

       01  WRK-LINHA-MOEDA.
           02 WRK-P-MOEDA           PIC X(03).
           02 FILLER               PIC X(12) VALUE " CONTRATOS: ".
           02 WRK-P-QTDE            PIC Z(6)9.
           02 FILLER               PIC X(11) VALUE " COMPRADO: ".
           02 WRK-P-COMPRADO        PIC Z(12)9.99.
           02 FILLER               PIC X(10) VALUE " VENDIDO: ".
           02 WRK-P-VENDIDO         PIC Z(12)9.99.

       01  WRK-LINHA-MOEDA-2.
           02 FILLER               PIC X(18) VALUE
               "    POSICAO NA ME:".
           02 WRK-P-POSICAO         PIC -(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-P-SENTIDO         PIC X(08).
           02 FILLER               PIC X(12) VALUE " FLUXO BRL: ".
           02 WRK-P-BRL             PIC -(12)9.99.

       01  WRK-LINHA-MOEDA-3.
           02 FILLER               PIC X(18) VALUE
               "    SPREAD BRL...:".
           02 WRK-P-SPREAD          PIC Z(10)9.99.
           02 FILLER               PIC X(12) VALUE " IOF BRL..: ".
           02 WRK-P-IOF             PIC Z(10)9.99.

       01  WRK-LINHA-RESUMO.
           02 FILLER               PIC X(30) VALUE
               "RECEITA DE SPREAD DO DIA....: ".
           02 WRK-R-SPREAD          PIC Z(12)9.99.
           02 FILLER               PIC X(12) VALUE " IOF TOTAL: ".
           02 WRK-R-IOF             PIC Z(12)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-ACUMULAR-CONTRATO
               THRU 2000-ACUMULAR-CONTRATO-EXIT
               UNTIL FIM-CONTRATO.
           PERFORM 5000-EMITIR-POSICAO   THRU 5000-EMITIR-POSICAO-EXIT.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT CONTRATO-FILE.
           IF WRK-STATUS-CTR NOT = "00"
               SET FIM-CONTRATO TO TRUE
           END-IF.

           OPEN OUTPUT POSICAO-FILE.

           MOVE "CONTRATOS DE CAMBIO DO DIA E POSICAO POR MOEDA"
               TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
           MOVE SPACES TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.

           IF NOT FIM-CONTRATO
               PERFORM 2100-LER-CONTRATO THRU 2100-LER-CONTRATO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-ACUMULAR-CONTRATO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           IF CCTR_DATA NOT = WRK-DATA-HOJE
               OR NOT CCTR-LIQUIDADO
               GO TO 2000-ACUMULAR-CONTRATO-PROX
           END-IF.
           ADD 1 TO WRK-QTDE-DIA.

           PERFORM 2200-LISTAR-CONTRATO
               THRU 2200-LISTAR-CONTRATO-EXIT.

           PERFORM 3000-LOCALIZAR-MOEDA
               THRU 3000-LOCALIZAR-MOEDA-EXIT.
           IF NOT MOEDA-ACHADA
               GO TO 2000-ACUMULAR-CONTRATO-PROX
           END-IF.

      *>   CLIENTE VENDE = BANCO COMPRA A MOEDA E PAGA BRL; CLIENTE
      *>   COMPRA = BANCO VENDE A MOEDA E RECEBE BRL
           ADD 1 TO WRK-MO-QTDE (WRK-MOEDA-IDX).
           IF CCTR-VENDA
               ADD CCTR_VALOR_ME TO WRK-MO-COMPRADO (WRK-MOEDA-IDX)
               ADD CCTR_LIQUIDO_BRL
                   TO WRK-MO-BRL-PAGO (WRK-MOEDA-IDX)
           ELSE
               ADD CCTR_VALOR_ME TO WRK-MO-VENDIDO (WRK-MOEDA-IDX)
               ADD CCTR_LIQUIDO_BRL
                   TO WRK-MO-BRL-RECEBIDO (WRK-MOEDA-IDX)
           END-IF.
           ADD CCTR_SPREAD_BRL TO WRK-MO-SPREAD (WRK-MOEDA-IDX).
           ADD CCTR_IOF_VALOR  TO WRK-MO-IOF (WRK-MOEDA-IDX).
           ADD CCTR_SPREAD_BRL TO WRK-TOTAL-SPREAD.
           ADD CCTR_IOF_VALOR  TO WRK-TOTAL-IOF.

       2000-ACUMULAR-CONTRATO-PROX.
           PERFORM 2100-LER-CONTRATO THRU 2100-LER-CONTRATO-EXIT.
       2000-ACUMULAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-CONTRATO.
      *----------------------------------------------------------------*
           READ CONTRATO-FILE NEXT RECORD.
           IF WRK-STATUS-CTR NOT = "00"
               SET FIM-CONTRATO TO TRUE
           END-IF.
       2100-LER-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-LISTAR-CONTRATO.
      *----------------------------------------------------------------*
           MOVE CCTR_NUMERO       TO WRK-LC-NUMERO.
           MOVE CCTR_HORA         TO WRK-LC-HORA.
           IF CCTR-COMPRA
               MOVE "COMPRA" TO WRK-LC-OPERACAO
           ELSE
               MOVE "VENDA"  TO WRK-LC-OPERACAO
           END-IF.
           MOVE CCTR_CPF          TO WRK-LC-CPF.
           MOVE CCTR_MOEDA        TO WRK-LC-MOEDA.
           MOVE CCTR_VALOR_ME     TO WRK-LC-VALOR-ME.
           MOVE CCTR_TAXA_CLIENTE TO WRK-LC-TAXA.
           MOVE CCTR_LIQUIDO_BRL  TO WRK-LC-VALOR-BRL.
           MOVE CCTR_SPREAD_BRL   TO WRK-LC-SPREAD.
           MOVE CCTR_IOF_VALOR    TO WRK-LC-IOF.
           MOVE CCTR_FINALIDADE   TO WRK-LC-FINALIDADE.
           MOVE WRK-LINHA-CONTRATO TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
       2200-LISTAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-LOCALIZAR-MOEDA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-MOEDA-ACHADA.

           IF WRK-MAX-MOEDAS > ZEROS
               SET WRK-MOEDA-IDX TO 1
               SEARCH WRK-MOEDA-ITEM
                   VARYING WRK-MOEDA-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-MO-MOEDA (WRK-MOEDA-IDX) = CCTR_MOEDA
                       SET MOEDA-ACHADA TO TRUE
               END-SEARCH
           END-IF.

           IF NOT MOEDA-ACHADA
               IF WRK-MAX-MOEDAS < 50
                   ADD 1 TO WRK-MAX-MOEDAS
                   SET WRK-MOEDA-IDX TO WRK-MAX-MOEDAS
                   INITIALIZE WRK-MOEDA-ITEM (WRK-MOEDA-IDX)
                   MOVE CCTR_MOEDA TO WRK-MO-MOEDA (WRK-MOEDA-IDX)
                   SET MOEDA-ACHADA TO TRUE
               ELSE
                   DISPLAY "TABELA DE MOEDAS CHEIA, MOEDA IGNORADA: "
                       CCTR_MOEDA
               END-IF
           END-IF.
       3000-LOCALIZAR-MOEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-EMITIR-POSICAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
           MOVE "POSICAO POR MOEDA" TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.

           IF WRK-MAX-MOEDAS = ZEROS
               MOVE "NENHUM CONTRATO DE CAMBIO NO DIA" TO POSICAO-LINHA
               WRITE POSICAO-LINHA
               GO TO 5000-EMITIR-POSICAO-RESUMO
           END-IF.

           PERFORM 5100-EMITIR-MOEDA
               THRU 5100-EMITIR-MOEDA-EXIT
               VARYING WRK-MOEDA-IDX FROM 1 BY 1
               UNTIL WRK-MOEDA-IDX > WRK-MAX-MOEDAS.

       5000-EMITIR-POSICAO-RESUMO.
           MOVE SPACES TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
           MOVE WRK-TOTAL-SPREAD TO WRK-R-SPREAD.
           MOVE WRK-TOTAL-IOF    TO WRK-R-IOF.
           MOVE WRK-LINHA-RESUMO TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
       5000-EMITIR-POSICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-EMITIR-MOEDA.
      *----------------------------------------------------------------*
           COMPUTE WRK-POSICAO-ME =
               WRK-MO-COMPRADO (WRK-MOEDA-IDX)
               - WRK-MO-VENDIDO (WRK-MOEDA-IDX).
           COMPUTE WRK-POSICAO-BRL =
               WRK-MO-BRL-RECEBIDO (WRK-MOEDA-IDX)
               - WRK-MO-BRL-PAGO (WRK-MOEDA-IDX).

           MOVE WRK-MO-MOEDA (WRK-MOEDA-IDX)    TO WRK-P-MOEDA.
           MOVE WRK-MO-QTDE (WRK-MOEDA-IDX)     TO WRK-P-QTDE.
           MOVE WRK-MO-COMPRADO (WRK-MOEDA-IDX) TO WRK-P-COMPRADO.
           MOVE WRK-MO-VENDIDO (WRK-MOEDA-IDX)  TO WRK-P-VENDIDO.
           MOVE WRK-LINHA-MOEDA TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.

           MOVE WRK-POSICAO-ME  TO WRK-P-POSICAO.
           EVALUATE TRUE
               WHEN WRK-POSICAO-ME > ZEROS
                   MOVE "COMPRADA" TO WRK-P-SENTIDO
               WHEN WRK-POSICAO-ME < ZEROS
                   MOVE "VENDIDA"  TO WRK-P-SENTIDO
               WHEN OTHER
                   MOVE "ZERADA"   TO WRK-P-SENTIDO
           END-EVALUATE.
           MOVE WRK-POSICAO-BRL TO WRK-P-BRL.
           MOVE WRK-LINHA-MOEDA-2 TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.

           MOVE WRK-MO-SPREAD (WRK-MOEDA-IDX) TO WRK-P-SPREAD.
           MOVE WRK-MO-IOF (WRK-MOEDA-IDX)    TO WRK-P-IOF.
           MOVE WRK-LINHA-MOEDA-3 TO POSICAO-LINHA.
           WRITE POSICAO-LINHA.
       5100-EMITIR-MOEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONTRATO-FILE.
           CLOSE POSICAO-FILE.

           DISPLAY "===== POSICAO DE CAMBIO DO DIA =====".
           DISPLAY "CONTRATOS LIDOS......: " WRK-QTDE-LIDOS.
           DISPLAY "CONTRATOS DO DIA.....: " WRK-QTDE-DIA.
           DISPLAY "MOEDAS NEGOCIADAS....: " WRK-MAX-MOEDAS.
           DISPLAY "RECEITA DE SPREAD....: " WRK-TOTAL-SPREAD.
           DISPLAY "IOF COBRADO..........: " WRK-TOTAL-IOF.
       9000-FINALIZAR-EXIT.
           EXIT.
