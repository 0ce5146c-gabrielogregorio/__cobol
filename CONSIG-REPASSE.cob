      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONSIG-REPASSE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RECEBIMENTO DO REPASSE DO EMPREGADOR PARA O    <*
      *>                CREDITO CONSIGNADO (CSGREPIN, UM EMPREGADOR   <*
      *>                POR ARQUIVO COM HEADER, DETALHES E TRAILER,   <*
      *>                NO MESMO DESENHO DE CSGDESC). A PRIMEIRA      <*
      *>                PASSADA SO CONFERE: TOTAIS FECHADOS, CONVENIO <*
      *>                ATIVO, CODIGO CSGR EM TRANSCOD E SALDO        <*
      *>                DISPONIVEL NA CONTA DO CONVENIO PARA O TOTAL  <*
      *>                DECLARADO; QUALQUER FALHA RECUSA O ARQUIVO    <*
      *>                INTEIRO. NA SEGUNDA, CADA PARCELA QUE BATE    <*
      *>                COM O CONTRATO (EMPREGADOR, CPF, NUMERO DA    <*
      *>                PARCELA E VALOR) E LIQUIDADA EM CONSIGMST E O <*
      *>                TOTAL ACEITO E DEBITADO DA CONTA DO CONVENIO; <*
      *>                A CONTA DO EMPREGADO NAO E TOCADA. PARCELAS   <*
      *>                RECUSADAS VOLTAM AO EMPREGADOR EM CSGREPREJ   <*
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
           SELECT REPASSE-FILE        ASSIGN TO "CSGREPIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REP.

           SELECT CONVENIO-FILE       ASSIGN TO "CONVMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONV_CNPJ
               FILE STATUS        IS WRK-STATUS-CONV.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CONSIG-FILE         ASSIGN TO "CONSIGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CSG_NUMERO
               ALTERNATE RECORD KEY IS CSG_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-CSG.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT REJEICAO-FILE       ASSIGN TO "CSGREPREJ"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REJ.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  REPASSE-FILE.
       01  REPASSE-REG.
           02 REP-TIPO            PIC X(01).
               88 REP-HEADER          VALUE "H".
               88 REP-DETALHE         VALUE "D".
               88 REP-TRAILER         VALUE "T".
           02 REP-RESTO           PIC X(59).
       01  REPASSE-HEADER REDEFINES REPASSE-REG.
           02 FILLER              PIC X(01).
           02 REP-H-CNPJ          PIC X(14).
           02 REP-H-COMPET        PIC 9(06).
           02 REP-H-QTDE          PIC 9(05).
           02 REP-H-VALOR         PIC 9(11)V99.
           02 FILLER              PIC X(21).
       01  REPASSE-DETALHE REDEFINES REPASSE-REG.
           02 FILLER              PIC X(01).
           02 REP-D-CONTRATO      PIC 9(08).
           02 REP-D-CPF           PIC X(11).
           02 REP-D-PARCELA       PIC 9(03).
           02 REP-D-VALOR         PIC 9(09)V99.
           02 FILLER              PIC X(26).
       01  REPASSE-TRAILER REDEFINES REPASSE-REG.
           02 FILLER              PIC X(01).
           02 REP-T-QTDE          PIC 9(05).
           02 REP-T-VALOR         PIC 9(11)V99.
           02 FILLER              PIC X(41).

       FD  CONVENIO-FILE.
           COPY CONVENIO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CONSIG-FILE.
           COPY CONSIG-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  REJEICAO-FILE.
       01  REJEICAO-LINHA         PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-REP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONV        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CSG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REJ         PIC X(02) VALUE SPACES.

       77  WRK-FIM-REPASSE        PIC X(01) VALUE "N".
           88 FIM-REPASSE             VALUE "S".
       77  WRK-TEM-HEADER         PIC X(01) VALUE "N".
           88 TEM-HEADER              VALUE "S".
       77  WRK-TEM-TRAILER        PIC X(01) VALUE "N".
           88 TEM-TRAILER             VALUE "S".
       77  WRK-LOTE-VALIDO        PIC X(01) VALUE "S".
           88 LOTE-VALIDO             VALUE "S".

       77  WRK-CNPJ-EMPRESA       PIC X(14) VALUE SPACES.
       77  WRK-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77  WRK-H-QTDE             PIC 9(05) VALUE ZEROS.
       77  WRK-H-VALOR            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-T-QTDE             PIC 9(05) VALUE ZEROS.
       77  WRK-T-VALOR            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTDE-DETALHES      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-DETALHES     PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QTDE-LIQUIDADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-QUITADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDADO    PIC 9(11)V99 VALUE ZEROS.

       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-RECUSAR            PIC X(01) VALUE "N".
           88 RECUSAR-PARCELA         VALUE "S".
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-DISPONIVEL   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CONTA-CONVENIO     PIC 9(08) VALUE ZEROS.
       77  WRK-MOEDA-CONVENIO     PIC X(03) VALUE "BRL".
       77  WRK-COD-REPASSE        PIC X(04) VALUE "CSGR".

       01  WRK-MES-CALC           PIC 9(06) VALUE ZEROS.
       01  WRK-MES-CALC-R REDEFINES WRK-MES-CALC.
           02 WRK-CALC-ANO        PIC 9(04).
           02 WRK-CALC-MES        PIC 9(02).

       01  WRK-LINHA-REJEICAO.
           02 FILLER               PIC X(09) VALUE "CONTRATO ".
           02 WRK-R-CONTRATO       PIC 9(08).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-R-CPF            PIC X(11).
           02 FILLER               PIC X(09) VALUE " PARCELA ".
           02 WRK-R-PARCELA        PIC 9(03).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-R-MOTIVO         PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-CONFERIR-LOTE     THRU 1000-CONFERIR-LOTE-EXIT.

           IF NOT LOTE-VALIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 5000-LIQUIDAR-LOTE     THRU 5000-LIQUIDAR-LOTE-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   PRIMEIRA PASSADA: SO CONFERE - NADA E LIQUIDADO ANTES DO    *
      *>   ARQUIVO FECHAR E O EMPREGADOR TER COMO PAGAR O TOTAL        *
      *----------------------------------------------------------------*
       1000-CONFERIR-LOTE.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT REPASSE-FILE.
           IF WRK-STATUS-REP NOT = "00"
               DISPLAY "ARQUIVO DE REPASSE CSGREPIN AUSENTE"
               MOVE "N" TO WRK-LOTE-VALIDO
               CLOSE REPASSE-FILE
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           PERFORM 1100-LER-REPASSE THRU 1100-LER-REPASSE-EXIT.
           PERFORM 2000-CONTABILIZAR-REGISTRO
               THRU 2000-CONTABILIZAR-REGISTRO-EXIT
               UNTIL FIM-REPASSE.

           CLOSE REPASSE-FILE.

           IF NOT TEM-HEADER
               DISPLAY "REPASSE SEM HEADER, LOTE RECUSADO"
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.
           IF NOT TEM-TRAILER
               DISPLAY "REPASSE SEM TRAILER, LOTE RECUSADO"
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           IF WRK-T-QTDE NOT = WRK-QTDE-DETALHES
               OR WRK-T-VALOR NOT = WRK-TOTAL-DETALHES
               DISPLAY "TRAILER DO REPASSE DIVERGE DOS DETALHES: "
                   WRK-T-QTDE "/" WRK-QTDE-DETALHES " "
                   WRK-T-VALOR "/" WRK-TOTAL-DETALHES
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           IF WRK-H-QTDE NOT = WRK-QTDE-DETALHES
               OR WRK-H-VALOR NOT = WRK-TOTAL-DETALHES
               DISPLAY "HEADER DO REPASSE DIVERGE DOS DETALHES: "
                   WRK-H-QTDE "/" WRK-QTDE-DETALHES " "
                   WRK-H-VALOR "/" WRK-TOTAL-DETALHES
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           PERFORM 1500-CONFERIR-CONVENIO
               THRU 1500-CONFERIR-CONVENIO-EXIT.
           IF NOT LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           PERFORM 1600-CONFERIR-CODIGO
               THRU 1600-CONFERIR-CODIGO-EXIT.
       1000-CONFERIR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONVENIO ATIVO E CONTA DO CONVENIO COM DISPONIVEL PARA O    *
      *>   TOTAL DECLARADO: REPASSE SEM FUNDOS NAO LIQUIDA NADA        *
      *----------------------------------------------------------------*
       1500-CONFERIR-CONVENIO.
      *----------------------------------------------------------------*
           OPEN INPUT CONVENIO-FILE.
           IF WRK-STATUS-CONV NOT = "00"
               DISPLAY "MESTRE DE CONVENIOS CONVMST AUSENTE, "
                   "LOTE RECUSADO"
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1500-CONFERIR-CONVENIO-EXIT
           END-IF.

           MOVE WRK-CNPJ-EMPRESA TO CONV_CNPJ.
           READ CONVENIO-FILE
               INVALID KEY
                   DISPLAY "CNPJ SEM CONVENIO DE FOLHA, LOTE "
                       "RECUSADO: " WRK-CNPJ-EMPRESA
                   MOVE "N" TO WRK-LOTE-VALIDO
                   CLOSE CONVENIO-FILE
                   GO TO 1500-CONFERIR-CONVENIO-EXIT
           END-READ.
           CLOSE CONVENIO-FILE.

           IF CONV-ENCERRADO
               DISPLAY "CONVENIO ENCERRADO, LOTE RECUSADO: "
                   WRK-CNPJ-EMPRESA
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1500-CONFERIR-CONVENIO-EXIT
           END-IF.
           MOVE CONV_CONTA TO WRK-CONTA-CONVENIO.

           OPEN INPUT CONTA-FILE.
           MOVE WRK-CONTA-CONVENIO TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "CONTA DO CONVENIO NAO ENCONTRADA, LOTE "
                       "RECUSADO: " WRK-CONTA-CONVENIO
                   MOVE "N" TO WRK-LOTE-VALIDO
                   CLOSE CONTA-FILE
                   GO TO 1500-CONFERIR-CONVENIO-EXIT
           END-READ.

           IF CONTA_MOEDA NOT = SPACES
               MOVE CONTA_MOEDA TO WRK-MOEDA-CONVENIO
           END-IF.
           CALL "SALDO-DISPONIVEL" USING CONTA_NUMERO CONTA_SALDO
               WRK-SALDO-DISPONIVEL.
           CLOSE CONTA-FILE.

           IF WRK-SALDO-DISPONIVEL < WRK-H-VALOR
               DISPLAY "CONTA DO CONVENIO SEM SALDO PARA O REPASSE, "
                   "LOTE RECUSADO: " WRK-CONTA-CONVENIO
               MOVE "N" TO WRK-LOTE-VALIDO
           END-IF.
       1500-CONFERIR-CONVENIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1600-CONFERIR-CODIGO.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               DISPLAY "TABELA TRANSCOD AUSENTE, LOTE RECUSADO"
               MOVE "N" TO WRK-LOTE-VALIDO
               CLOSE TRANSCOD-FILE
               GO TO 1600-CONFERIR-CODIGO-EXIT
           END-IF.

           MOVE WRK-COD-REPASSE TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   DISPLAY "CODIGO " WRK-COD-REPASSE
                       " AUSENTE DE TRANSCOD, LOTE RECUSADO"
                   MOVE "N" TO WRK-LOTE-VALIDO
           END-READ.
           CLOSE TRANSCOD-FILE.
       1600-CONFERIR-CODIGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LER-REPASSE.
      *----------------------------------------------------------------*
           READ REPASSE-FILE.
           IF WRK-STATUS-REP = "10"
               SET FIM-REPASSE TO TRUE
           END-IF.
       1100-LER-REPASSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONTABILIZAR-REGISTRO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN REP-HEADER
                   SET TEM-HEADER TO TRUE
                   MOVE REP-H-CNPJ   TO WRK-CNPJ-EMPRESA
                   MOVE REP-H-COMPET TO WRK-COMPETENCIA
                   MOVE REP-H-QTDE   TO WRK-H-QTDE
                   MOVE REP-H-VALOR  TO WRK-H-VALOR
               WHEN REP-DETALHE
                   IF REP-D-VALOR IS NOT NUMERIC
                       DISPLAY "DETALHE DE REPASSE COM VALOR "
                           "INVALIDO, CONTRATO " REP-D-CONTRATO
                           ", LOTE RECUSADO"
                       MOVE "N" TO WRK-LOTE-VALIDO
                   ELSE
                       ADD 1 TO WRK-QTDE-DETALHES
                       ADD REP-D-VALOR TO WRK-TOTAL-DETALHES
                   END-IF
               WHEN REP-TRAILER
                   SET TEM-TRAILER TO TRUE
                   MOVE REP-T-QTDE  TO WRK-T-QTDE
                   MOVE REP-T-VALOR TO WRK-T-VALOR
               WHEN OTHER
                   DISPLAY "REGISTRO DE REPASSE INVALIDO: " REP-TIPO
                   MOVE "N" TO WRK-LOTE-VALIDO
           END-EVALUATE.

           PERFORM 1100-LER-REPASSE THRU 1100-LER-REPASSE-EXIT.
       2000-CONTABILIZAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SEGUNDA PASSADA: LIQUIDA OU DEVOLVE CADA PARCELA E DEBITA   *
      *>   O TOTAL ACEITO DA CONTA DO CONVENIO                         *
      *----------------------------------------------------------------*
       5000-LIQUIDAR-LOTE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-REPASSE.

           OPEN INPUT REPASSE-FILE.

           OPEN I-O CONSIG-FILE.
           IF WRK-STATUS-CSG = "35"
               CLOSE CONSIG-FILE
               OPEN OUTPUT CONSIG-FILE
               CLOSE CONSIG-FILE
               OPEN I-O CONSIG-FILE
           END-IF.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT REJEICAO-FILE.
           MOVE "PARCELAS DE CONSIGNADO DEVOLVIDAS AO EMPREGADOR"
               TO REJEICAO-LINHA.
           WRITE REJEICAO-LINHA.
           MOVE SPACES TO REJEICAO-LINHA.
           STRING "CNPJ " WRK-CNPJ-EMPRESA " COMPETENCIA "
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REJEICAO-LINHA.
           WRITE REJEICAO-LINHA.
           MOVE SPACES TO REJEICAO-LINHA.
           WRITE REJEICAO-LINHA.

           PERFORM 1100-LER-REPASSE THRU 1100-LER-REPASSE-EXIT.
           PERFORM 6000-PROCESSAR-PARCELA
               THRU 6000-PROCESSAR-PARCELA-EXIT
               UNTIL FIM-REPASSE.

           IF WRK-TOTAL-LIQUIDADO > ZEROS
               MOVE WRK-CONTA-CONVENIO  TO TRANS_CONTA
               MOVE "D"                 TO TRANS_TIPO
               MOVE WRK-TOTAL-LIQUIDADO TO TRANS_VALOR
               MOVE WRK-MOEDA-CONVENIO  TO TRANS_MOEDA
               MOVE WRK-COD-REPASSE     TO TRANS_CODIGO
               PERFORM 8900-CARIMBAR-ORIGEM
                   THRU 8900-CARIMBAR-ORIGEM-EXIT
               WRITE TRANSACAO-REG
           END-IF.

           CLOSE REPASSE-FILE.
           CLOSE CONSIG-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE REJEICAO-FILE.
       5000-LIQUIDAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-PROCESSAR-PARCELA.
      *----------------------------------------------------------------*
           IF NOT REP-DETALHE
               GO TO 6000-PROCESSAR-PARCELA-LER
           END-IF.

           PERFORM 7000-VALIDAR-PARCELA
               THRU 7000-VALIDAR-PARCELA-EXIT.

           IF RECUSAR-PARCELA
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE REP-D-CONTRATO TO WRK-R-CONTRATO
               MOVE REP-D-CPF      TO WRK-R-CPF
               MOVE REP-D-PARCELA  TO WRK-R-PARCELA
               MOVE WRK-MOTIVO     TO WRK-R-MOTIVO
               MOVE WRK-LINHA-REJEICAO TO REJEICAO-LINHA
               WRITE REJEICAO-LINHA
           ELSE
               PERFORM 6200-BAIXAR-PARCELA
                   THRU 6200-BAIXAR-PARCELA-EXIT
           END-IF.

       6000-PROCESSAR-PARCELA-LER.
           PERFORM 1100-LER-REPASSE THRU 1100-LER-REPASSE-EXIT.
       6000-PROCESSAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PARCELA PAGA: O CONTRATO AVANCA UMA PARCELA E UMA FOLHA;    *
      *>   PASSADA A ULTIMA, FICA QUITADO                              *
      *----------------------------------------------------------------*
       6200-BAIXAR-PARCELA.
      *----------------------------------------------------------------*
           ADD 1 TO CSG_PROX_PARCELA.
           MOVE CSG_PROX_COMPET TO WRK-MES-CALC.
           IF WRK-CALC-MES = 12
               MOVE 1 TO WRK-CALC-MES
               ADD 1 TO WRK-CALC-ANO
           ELSE
               ADD 1 TO WRK-CALC-MES
           END-IF.
           MOVE WRK-MES-CALC  TO CSG_PROX_COMPET.
           MOVE WRK-DATA-HOJE TO CSG_DATA_ULT_REPASSE.
           IF CSG_PROX_PARCELA > CSG_QTDE
               SET CSG-QUITADO TO TRUE
               ADD 1 TO WRK-QTDE-QUITADOS
           END-IF.

           REWRITE CONSIG-REG
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR CONSIGMST: " CSG_NUMERO
                   ADD 1 TO WRK-QTDE-REJEITADAS
                   GO TO 6200-BAIXAR-PARCELA-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-LIQUIDADAS.
           ADD REP-D-VALOR TO WRK-TOTAL-LIQUIDADO.
       6200-BAIXAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A PARCELA SO E ACEITA SE FOR A PROXIMA EM ABERTO DE UM      *
      *>   CONTRATO ATIVO DESTE EMPREGADOR, DO MESMO CPF, NO VALOR     *
      *>   DEVIDO                                                      *
      *----------------------------------------------------------------*
       7000-VALIDAR-PARCELA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RECUSAR.
           MOVE SPACES TO WRK-MOTIVO.

           IF REP-D-CONTRATO IS NOT NUMERIC
               OR REP-D-PARCELA IS NOT NUMERIC
               SET RECUSAR-PARCELA TO TRUE
               MOVE "CONTRATO OU PARCELA INVALIDO" TO WRK-MOTIVO
               GO TO 7000-VALIDAR-PARCELA-EXIT
           END-IF.

           MOVE REP-D-CONTRATO TO CSG_NUMERO.
           READ CONSIG-FILE
               INVALID KEY
                   SET RECUSAR-PARCELA TO TRUE
                   MOVE "CONTRATO NAO ENCONTRADO" TO WRK-MOTIVO
                   GO TO 7000-VALIDAR-PARCELA-EXIT
           END-READ.

           IF CSG_CNPJ NOT = WRK-CNPJ-EMPRESA
               SET RECUSAR-PARCELA TO TRUE
               MOVE "CONTRATO DE OUTRO EMPREGADOR" TO WRK-MOTIVO
               GO TO 7000-VALIDAR-PARCELA-EXIT
           END-IF.

           IF CSG_CPF NOT = REP-D-CPF
               SET RECUSAR-PARCELA TO TRUE
               MOVE "CPF NAO CONFERE" TO WRK-MOTIVO
               GO TO 7000-VALIDAR-PARCELA-EXIT
           END-IF.

           IF NOT CSG-ATIVO
               SET RECUSAR-PARCELA TO TRUE
               MOVE "CONTRATO FORA DO DESCONTO" TO WRK-MOTIVO
               GO TO 7000-VALIDAR-PARCELA-EXIT
           END-IF.

           IF REP-D-PARCELA NOT = CSG_PROX_PARCELA
               SET RECUSAR-PARCELA TO TRUE
               MOVE "PARCELA NAO E A PROXIMA" TO WRK-MOTIVO
               GO TO 7000-VALIDAR-PARCELA-EXIT
           END-IF.

           IF CSG_PROX_PARCELA NOT < CSG_QTDE
               MOVE CSG_VALOR_ULTIMA  TO WRK-VALOR-DEVIDO
           ELSE
               MOVE CSG_VALOR_PARCELA TO WRK-VALOR-DEVIDO
           END-IF.
           IF REP-D-VALOR NOT = WRK-VALOR-DEVIDO
               SET RECUSAR-PARCELA TO TRUE
               MOVE "VALOR DIFERENTE DO DEVIDO" TO WRK-MOTIVO
           END-IF.
       7000-VALIDAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO                      *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "FOL"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           DISPLAY "===== REPASSE DO CREDITO CONSIGNADO =====".
           DISPLAY "EMPREGADOR (CNPJ)....: " WRK-CNPJ-EMPRESA.
           DISPLAY "COMPETENCIA..........: " WRK-COMPETENCIA.
           DISPLAY "PARCELAS NO ARQUIVO..: " WRK-QTDE-DETALHES.
           DISPLAY "PARCELAS LIQUIDADAS..: " WRK-QTDE-LIQUIDADAS.
           DISPLAY "VALOR DEBITADO.......: " WRK-TOTAL-LIQUIDADO.
           DISPLAY "CONTRATOS QUITADOS...: " WRK-QTDE-QUITADOS.
           DISPLAY "PARCELAS DEVOLVIDAS..: " WRK-QTDE-REJEITADAS.

           IF WRK-QTDE-REJEITADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
