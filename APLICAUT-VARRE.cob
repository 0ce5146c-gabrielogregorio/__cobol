      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. APLICAUT-VARRE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : VARREDURA NOTURNA DA APLICACAO AUTOMATICA EM   <*
      *>                CDB. PARA CADA CONTA ADERIDA EM APLICAUT, O   <*
      *>                SALDO DO FIM DO DIA E O SALDO DE CONTASDB     <*
      *>                MAIS O MOVIMENTO AINDA PENDENTE EM ACUMTRANS. <*
      *>                O EXCESSO SOBRE O SALDO LIMITE, QUANDO NAO    <*
      *>                MENOR QUE O VALOR MINIMO DA ADESAO, VIRA UM   <*
      *>                PEDIDO DE APLICACAO; SALDO QUE FICARIA        <*
      *>                NEGATIVO VIRA PEDIDOS DE RESGATE DAS          <*
      *>                APLICACOES AUTOMATICAS ATIVAS DA CONTA, DA    <*
      *>                MAIS NOVA PARA A MAIS VELHA, ATE COBRIR O     <*
      *>                NEGATIVO. OS PEDIDOS SAEM EM CDBMOV COM       <*
      *>                ORIGEM V E SAO EXECUTADOS EM SEGUIDA PELO     <*
      *>                PROPRIO CDB-SERVICO.COB, QUE LANCA OS CODIGOS <*
      *>                APAU/RSAU NO EXTRATO. TAXA MENSAL E PRAZO DA  <*
      *>                APLICACAO VEM DOS PARAMETROS APAUTAXA E       <*
      *>                APAUPRAZO (PADRAO 360 DIAS); SEM TAXA NENHUMA <*
      *>                APLICACAO E PEDIDA (OS RESGATES SEGUEM) E O   <*
      *>                STEP TERMINA COM RC=4. RESUMO EM APLAUTREL    <*
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
           SELECT APLICAUT-FILE       ASSIGN TO "APLICAUT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS APLA_CONTA
               FILE STATUS        IS WRK-STATUS-APLA.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT PEDIDO-FILE         ASSIGN TO "CDBMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT RELATORIO-FILE      ASSIGN TO "APLAUTREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  APLICAUT-FILE.
           COPY APLICAUT-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 CMOV-FUNCAO             PIC X(01).
           02 CMOV-NUMERO             PIC 9(08).
           02 CMOV-CONTA              PIC 9(08).
           02 CMOV-VALOR              PIC 9(09)V99.
           02 CMOV-TAXA               PIC 9(03)V9999.
           02 CMOV-PRAZO-DIAS         PIC 9(03).
           02 CMOV-ORIGEM             PIC X(01).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-APLA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-APLA           PIC X(01) VALUE "N".
           88 FIM-APLA                VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-FIM-CDB            PIC X(01) VALUE "N".
           88 FIM-CDB                 VALUE "S".
       77  WRK-ACHOU              PIC X(01) VALUE "N".
           88 ACHOU                   VALUE "S".
       77  WRK-TAXA-OK            PIC X(01) VALUE "N".
           88 TAXA-OK                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-TAXA-MES           PIC 9(03)V9999 VALUE ZEROS.
       77  WRK-PRAZO-DIAS         PIC 9(03) VALUE 360.
       77  WRK-SALDO-PROJETADO    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EXCESSO            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-NECESSARIO         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CD-SUB             PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.

       77  WRK-QTDE-ADESOES       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-APLICACOES    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RESGATES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DESCOBERTOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-IGNORADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-APLICADO     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-RESGATADO    PIC 9(13)V99 VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-TAXA    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-TAXA7       PIC 9(03)V9999.
           02 FILLER               PIC X(13).
       01  WRK-PARM-VALOR-PRAZO   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-PRAZO3      PIC 9(03).
           02 FILLER               PIC X(17).

      *----------------------------------------------------------------*
      *>   CONTAS ADERIDAS (LIDAS EM ORDEM DE CONTA) E O MOVIMENTO     *
      *>   AINDA NAO POSTADO DE CADA UMA                               *
      *----------------------------------------------------------------*
       77  WRK-MAX-ADESOES        PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-ADESOES.
           02 WRK-AD-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-AD-IDX.
               03 WRK-AD-CONTA         PIC 9(08).
               03 WRK-AD-LIMITE        PIC 9(09)V99.
               03 WRK-AD-MINIMO        PIC 9(09)V99.
               03 WRK-AD-PENDENTE      PIC S9(11)V99.

      *----------------------------------------------------------------*
      *>   APLICACOES AUTOMATICAS ATIVAS, EM ORDEM DE NUMERO (A MAIS   *
      *>   NOVA POR ULTIMO)                                            *
      *----------------------------------------------------------------*
       77  WRK-MAX-CDBS           PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-CDBS.
           02 WRK-CD-ITEM  OCCURS 20000 TIMES.
               03 WRK-CD-CONTA         PIC 9(08).
               03 WRK-CD-NUMERO        PIC 9(08).
               03 WRK-CD-VALOR         PIC 9(09)V99.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-DETALHE.
           02 FILLER               PIC X(07) VALUE "CONTA: ".
           02 WRK-D-CONTA          PIC 9(08).
           02 FILLER               PIC X(08) VALUE " SALDO: ".
           02 WRK-D-SALDO          PIC -(10)9.99.
           02 FILLER               PIC X(08) VALUE " VALOR: ".
           02 WRK-D-VALOR          PIC Z(8)9.99.
           02 FILLER               PIC X(05) VALUE " NR: ".
           02 WRK-D-NUMERO         PIC Z(7)9.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-D-MOTIVO         PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CARREGAR-ADESAO   THRU 2000-CARREGAR-ADESAO-EXIT
               UNTIL FIM-APLA.
           PERFORM 3000-LER-PENDENTE      THRU 3000-LER-PENDENTE-EXIT
               UNTIL FIM-TRANS.
           PERFORM 4000-CARREGAR-CDB      THRU 4000-CARREGAR-CDB-EXIT
               UNTIL FIM-CDB.
           PERFORM 5000-VARRER-CONTA      THRU 5000-VARRER-CONTA-EXIT
               VARYING WRK-AD-IDX FROM 1 BY 1
               UNTIL WRK-AD-IDX > WRK-MAX-ADESOES.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "APAUTAXA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:7) IS NUMERIC
               AND WRK-PARM-TAXA7 > ZEROS
               MOVE WRK-PARM-TAXA7 TO WRK-TAXA-MES
               SET TAXA-OK TO TRUE
           END-IF.

           MOVE "APAUPRAZO" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-PRAZO3 > ZEROS
               MOVE WRK-PARM-PRAZO3 TO WRK-PRAZO-DIAS
           END-IF.

           IF NOT TAXA-OK
               DISPLAY "APLICAUT-VARRE: PARAMETRO APAUTAXA AUSENTE - "
                   "SO RESGATES AUTOMATICOS SERAO PEDIDOS"
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN INPUT APLICAUT-FILE.
           IF WRK-STATUS-APLA NOT = "00"
               SET FIM-APLA TO TRUE
           END-IF.

           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
           END-IF.

           OPEN INPUT CDB-FILE.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
           END-IF.

           OPEN INPUT CONTA-FILE.

           OPEN EXTEND PEDIDO-FILE.
           IF WRK-STATUS-PED = "35"
               OPEN OUTPUT PEDIDO-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "APLICACAO AUTOMATICA EM CDB - PEDIDOS DA NOITE" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CARREGAR-ADESAO.
      *----------------------------------------------------------------*
           READ APLICAUT-FILE NEXT RECORD.
           IF WRK-STATUS-APLA NOT = "00"
               SET FIM-APLA TO TRUE
               GO TO 2000-CARREGAR-ADESAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ADESOES.
           IF WRK-MAX-ADESOES = 5000
               DISPLAY "TABELA DE ADESOES CHEIA, CONTA " APLA_CONTA
                   " FICOU DE FORA DA VARREDURA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-CARREGAR-ADESAO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-ADESOES.
           SET WRK-AD-IDX TO WRK-MAX-ADESOES.
           MOVE APLA_CONTA        TO WRK-AD-CONTA (WRK-AD-IDX).
           MOVE APLA_SALDO_LIMITE TO WRK-AD-LIMITE (WRK-AD-IDX).
           MOVE APLA_VALOR_MINIMO TO WRK-AD-MINIMO (WRK-AD-IDX).
           MOVE ZEROS             TO WRK-AD-PENDENTE (WRK-AD-IDX).
       2000-CARREGAR-ADESAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MOVIMENTO DO DIA QUE AINDA NAO ENTROU NO SALDO              *
      *----------------------------------------------------------------*
       3000-LER-PENDENTE.
      *----------------------------------------------------------------*
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
               GO TO 3000-LER-PENDENTE-EXIT
           END-IF.

           PERFORM 6000-ACHAR-ADESAO THRU 6000-ACHAR-ADESAO-EXIT.
           IF NOT ACHOU
               GO TO 3000-LER-PENDENTE-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-PENDENTES.
           IF TRANS-CREDITO
               ADD TRANS_VALOR TO WRK-AD-PENDENTE (WRK-AD-IDX)
           ELSE
               SUBTRACT TRANS_VALOR FROM WRK-AD-PENDENTE (WRK-AD-IDX)
           END-IF.
       3000-LER-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-CARREGAR-CDB.
      *----------------------------------------------------------------*
           READ CDB-FILE NEXT RECORD.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
               GO TO 4000-CARREGAR-CDB-EXIT
           END-IF.

           IF NOT CDB-ATIVO
               OR NOT CDB-ORIGEM-AUTOMATICA
               GO TO 4000-CARREGAR-CDB-EXIT
           END-IF.

           IF WRK-MAX-CDBS = 20000
               DISPLAY "TABELA DE APLICACOES AUTOMATICAS CHEIA, CDB "
                   CDB_NUMERO " FICOU DE FORA DO RESGATE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 4000-CARREGAR-CDB-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-CDBS.
           MOVE CDB_CONTA  TO WRK-CD-CONTA (WRK-MAX-CDBS).
           MOVE CDB_NUMERO TO WRK-CD-NUMERO (WRK-MAX-CDBS).
           MOVE CDB_VALOR  TO WRK-CD-VALOR (WRK-MAX-CDBS).
       4000-CARREGAR-CDB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDO DO FIM DO DIA = CONTASDB + PENDENTE EM ACUMTRANS      *
      *----------------------------------------------------------------*
       5000-VARRER-CONTA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO CMOV-VALOR.
           MOVE ZEROS TO CMOV-NUMERO.
           MOVE WRK-AD-CONTA (WRK-AD-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-IGNORADAS
                   MOVE ZEROS TO WRK-SALDO-PROJETADO
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-MOTIVO
                   PERFORM 7000-REPORTAR THRU 7000-REPORTAR-EXIT
                   GO TO 5000-VARRER-CONTA-EXIT
           END-READ.

           COMPUTE WRK-SALDO-PROJETADO =
               CONTA_SALDO + WRK-AD-PENDENTE (WRK-AD-IDX).

           IF NOT CONTA-ATIVA
               ADD 1 TO WRK-QTDE-IGNORADAS
               MOVE "CONTA NAO ATIVA" TO WRK-MOTIVO
               PERFORM 7000-REPORTAR THRU 7000-REPORTAR-EXIT
               GO TO 5000-VARRER-CONTA-EXIT
           END-IF.

           IF WRK-SALDO-PROJETADO < ZEROS
               PERFORM 5200-RESGATAR THRU 5200-RESGATAR-EXIT
               GO TO 5000-VARRER-CONTA-EXIT
           END-IF.

           COMPUTE WRK-EXCESSO =
               WRK-SALDO-PROJETADO - WRK-AD-LIMITE (WRK-AD-IDX).
           IF WRK-EXCESSO < WRK-AD-MINIMO (WRK-AD-IDX)
               OR WRK-EXCESSO NOT > ZEROS
               OR NOT TAXA-OK
               GO TO 5000-VARRER-CONTA-EXIT
           END-IF.

           MOVE "A"                TO CMOV-FUNCAO.
           MOVE ZEROS              TO CMOV-NUMERO.
           MOVE CONTA_NUMERO       TO CMOV-CONTA.
           MOVE WRK-EXCESSO        TO CMOV-VALOR.
           MOVE WRK-TAXA-MES       TO CMOV-TAXA.
           MOVE WRK-PRAZO-DIAS     TO CMOV-PRAZO-DIAS.
           MOVE "V"                TO CMOV-ORIGEM.
           WRITE PEDIDO-REG.

           ADD 1 TO WRK-QTDE-APLICACOES.
           ADD WRK-EXCESSO TO WRK-TOTAL-APLICADO.
           MOVE "APLICACAO PEDIDA" TO WRK-MOTIVO.
           PERFORM 7000-REPORTAR THRU 7000-REPORTAR-EXIT.
       5000-VARRER-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RESGATA DA APLICACAO MAIS NOVA PARA A MAIS VELHA ATE O      *
      *>   PRINCIPAL RESGATADO COBRIR O NEGATIVO                       *
      *----------------------------------------------------------------*
       5200-RESGATAR.
      *----------------------------------------------------------------*
           COMPUTE WRK-NECESSARIO = ZEROS - WRK-SALDO-PROJETADO.

           PERFORM 5300-RESGATAR-UMA THRU 5300-RESGATAR-UMA-EXIT
               VARYING WRK-CD-SUB FROM WRK-MAX-CDBS BY -1
               UNTIL WRK-CD-SUB < 1
                  OR WRK-NECESSARIO NOT > ZEROS.

           IF WRK-NECESSARIO > ZEROS
               ADD 1 TO WRK-QTDE-DESCOBERTOS
               MOVE WRK-NECESSARIO TO CMOV-VALOR
               MOVE ZEROS TO CMOV-NUMERO
               MOVE "APLICACOES NAO COBREM O SALDO" TO WRK-MOTIVO
               PERFORM 7000-REPORTAR THRU 7000-REPORTAR-EXIT
           END-IF.
       5200-RESGATAR-EXIT.
           EXIT.

       5300-RESGATAR-UMA.
           IF WRK-CD-CONTA (WRK-CD-SUB) NOT = CONTA_NUMERO
               GO TO 5300-RESGATAR-UMA-EXIT
           END-IF.

           MOVE "R"                        TO CMOV-FUNCAO.
           MOVE WRK-CD-NUMERO (WRK-CD-SUB) TO CMOV-NUMERO.
           MOVE CONTA_NUMERO               TO CMOV-CONTA.
           MOVE WRK-CD-VALOR (WRK-CD-SUB)  TO CMOV-VALOR.
           MOVE ZEROS                      TO CMOV-TAXA.
           MOVE ZEROS                      TO CMOV-PRAZO-DIAS.
           MOVE "V"                        TO CMOV-ORIGEM.
           WRITE PEDIDO-REG.

           ADD 1 TO WRK-QTDE-RESGATES.
           ADD WRK-CD-VALOR (WRK-CD-SUB) TO WRK-TOTAL-RESGATADO.
           SUBTRACT WRK-CD-VALOR (WRK-CD-SUB) FROM WRK-NECESSARIO.
           MOVE "RESGATE PEDIDO" TO WRK-MOTIVO.
           PERFORM 7000-REPORTAR THRU 7000-REPORTAR-EXIT.
       5300-RESGATAR-UMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-ACHAR-ADESAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           SET WRK-AD-IDX TO 1.
           SEARCH WRK-AD-ITEM
               VARYING WRK-AD-IDX
               AT END
                   CONTINUE
               WHEN WRK-AD-IDX > WRK-MAX-ADESOES
                   CONTINUE
               WHEN WRK-AD-CONTA (WRK-AD-IDX) = TRANS_CONTA
                   SET ACHOU TO TRUE
           END-SEARCH.
       6000-ACHAR-ADESAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-REPORTAR.
      *----------------------------------------------------------------*
           MOVE WRK-AD-CONTA (WRK-AD-IDX) TO WRK-D-CONTA.
           MOVE WRK-SALDO-PROJETADO       TO WRK-D-SALDO.
           MOVE CMOV-VALOR                TO WRK-D-VALOR.
           MOVE CMOV-NUMERO               TO WRK-D-NUMERO.
           MOVE WRK-MOTIVO                TO WRK-D-MOTIVO.
           MOVE WRK-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       7000-REPORTAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE APLICAUT-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE CDB-FILE.
           CLOSE CONTA-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== APLICACAO AUTOMATICA EM CDB =====".
           DISPLAY "CONTAS ADERIDAS......: " WRK-QTDE-ADESOES.
           DISPLAY "MOVIMENTOS PENDENTES.: " WRK-QTDE-PENDENTES.
           DISPLAY "APLICACOES PEDIDAS...: " WRK-QTDE-APLICACOES.
           DISPLAY "VALOR APLICADO.......: " WRK-TOTAL-APLICADO.
           DISPLAY "RESGATES PEDIDOS.....: " WRK-QTDE-RESGATES.
           DISPLAY "PRINCIPAL RESGATADO..: " WRK-TOTAL-RESGATADO.
           DISPLAY "CONTAS SEM COBERTURA.: " WRK-QTDE-DESCOBERTOS.
           DISPLAY "CONTAS IGNORADAS.....: " WRK-QTDE-IGNORADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
