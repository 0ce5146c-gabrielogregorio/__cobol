      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONTINGENCIA-CONFERE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONCILIACAO DO LOG DE CONTINGENCIA (CONTLOG)   <*
      *>                QUANDO O CICLO VOLTA: CADA TRANSACAO APROVADA <*
      *>                OFFLINE AINDA PENDENTE E CASADA COM O         <*
      *>                MOVIMENTO EFETIVAMENTE POSTADO NA NOITE       <*
      *>                (ACUMTRANS) PELA CONTA, NATUREZA E VALOR, COM <*
      *>                ENTRADA NA DATA DA AUTORIZACAO OU DEPOIS;     <*
      *>                CADA LANCAMENTO CASA UMA UNICA VEZ. A CASADA  <*
      *>                VIRA CONCILIADA (C) NO LOG. O RELATORIO       <*
      *>                CONTREL LISTA A APROVACAO AINDA NAO POSTADA   <*
      *>                (COM MAIS DE CONTPRAZO DIAS, PADRAO 1, COMO   <*
      *>                ATRASADA) E A CONTA QUE FICOU NEGATIVA EM     <*
      *>                CONTASDB DEPOIS DE SAQUE OFFLINE - O ESTOURO  <*
      *>                CRIADO NA CONTINGENCIA. HAVENDO ESTOURO OU    <*
      *>                PENDENCIA ATRASADA, O STEP TERMINA COM RC=4.  <*
      *>                SEM CONTLOG NAO HOUVE CONTINGENCIA E O STEP   <*
      *>                TERMINA LIMPO                                 <*
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
           SELECT LOG-FILE            ASSIGN TO "CONTLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-LOG.

           SELECT TRABALHO-FILE       ASSIGN TO "CONTLWRK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRAB.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT RELATORIO-FILE      ASSIGN TO "CONTREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  LOG-FILE.
           COPY CONTLOG-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(71).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-LOG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-LOG            PIC X(01) VALUE "N".
           88 FIM-LOG                 VALUE "S".
       77  WRK-FIM-TRAB           PIC X(01) VALUE "N".
           88 FIM-TRAB                VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-HOUVE-LOG          PIC X(01) VALUE "N".
           88 HOUVE-LOG               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS               PIC 9(03) VALUE ZEROS.
       77  WRK-PRAZO-DIAS         PIC 9(03) VALUE 1.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       77  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   APROVACOES PENDENTES DO LOG; WRK-PD-CASADA = "S" QUANDO O   *
      *>   LANCAMENTO POSTADO FOI ACHADO NESTA RODADA                  *
      *----------------------------------------------------------------*
       77  WRK-MAX-PEND           PIC 9(04) VALUE ZEROS.
       77  WRK-PEND-ESTOURO       PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-PEND.
           02 WRK-PD-ITEM  OCCURS 2000 TIMES
                            INDEXED BY WRK-PD-IDX.
               03 WRK-PD-AUTORIZACAO   PIC 9(06).
               03 WRK-PD-DATA          PIC 9(08).
               03 WRK-PD-FILIAL        PIC 9(04).
               03 WRK-PD-CONTA         PIC 9(08).
               03 WRK-PD-TIPO          PIC X(01).
               03 WRK-PD-VALOR         PIC 9(09)V99.
               03 WRK-PD-CASADA        PIC X(01).

      *----------------------------------------------------------------*
      *>   CONTAS COM SAQUE OFFLINE, PARA A CONFERENCIA DO ESTOURO     *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONTAS         PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA-ACHADA       PIC X(01) VALUE "N".
           88 CONTA-ACHADA            VALUE "S".
       01  WRK-TABELA-CONTAS.
           02 WRK-CT-ITEM  OCCURS 2000 TIMES
                            INDEXED BY WRK-CT-IDX.
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-SAQUES        PIC 9(11)V99.

       77  WRK-QTDE-LOG           PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONCILIADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AGUARDANDO    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ATRASADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESTOUROS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-ESTOURO        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-NEGATIVO     PIC 9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-PENDENTE.
           02 WRK-LP-SITUACAO      PIC X(12).
           02 FILLER               PIC X(06) VALUE " AUT. ".
           02 WRK-LP-AUTORIZACAO   PIC 9(06).
           02 FILLER               PIC X(06) VALUE " DATA ".
           02 WRK-LP-DATA          PIC 9(08).
           02 FILLER               PIC X(05) VALUE " AG. ".
           02 WRK-LP-FILIAL        PIC 9(04).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-LP-CONTA         PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-TIPO          PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-VALOR         PIC Z(8)9.99.
           02 FILLER               PIC X(06) VALUE " DIAS ".
           02 WRK-LP-DIAS          PIC ZZ9.

       01  WRK-LINHA-ESTOURO.
           02 FILLER               PIC X(13) VALUE "ESTOURO CONTA".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LE-CONTA         PIC 9(08).
           02 FILLER               PIC X(08) VALUE " SALDO -".
           02 WRK-LE-SALDO         PIC Z(8)9.99.
           02 FILLER               PIC X(17) VALUE " SAQUES OFFLINE  ".
           02 WRK-LE-SAQUES        PIC Z(8)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CARREGAR-PENDENTES
               THRU 2000-CARREGAR-PENDENTES-EXIT.
           IF NOT HOUVE-LOG
               GO TO 0000-MAINLINE-FIM
           END-IF.

      *>   PENDENTES ALEM DA TABELA FICARIAM SEM CASAR E O LOG SERIA
      *>   REGRAVADO SEM ELES - MELHOR NAO MEXER NO LOG
           IF WRK-PEND-ESTOURO > ZEROS
               DISPLAY "CONTINGENCIA-CONFERE: PENDENTES ALEM DA"
                   " TABELA, CONCILIACAO ABANDONADA"
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAINLINE-FIM
           END-IF.

           PERFORM 3000-CASAR-POSTADO     THRU 3000-CASAR-POSTADO-EXIT.
           PERFORM 4000-REGRAVAR-LOG      THRU 4000-REGRAVAR-LOG-EXIT.
           PERFORM 5000-LISTAR-PENDENTES
               THRU 5000-LISTAR-PENDENTES-EXIT.
           PERFORM 6000-CONFERIR-ESTOUROS
               THRU 6000-CONFERIR-ESTOUROS-EXIT.

       0000-MAINLINE-FIM.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "CONTPRAZO" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               MOVE WRK-PARM-VALOR (1:3) TO WRK-PRAZO-DIAS
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CONCILIACAO DA CONTINGENCIA: APROVACOES OFFLINE NAO" &
               " POSTADAS E ESTOUROS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CARREGAR-PENDENTES.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-LOG.
           OPEN INPUT LOG-FILE.
           IF WRK-STATUS-LOG NOT = "00"
               CLOSE LOG-FILE
               GO TO 2000-CARREGAR-PENDENTES-EXIT
           END-IF.
           SET HOUVE-LOG TO TRUE.

           PERFORM 2100-GUARDAR-PENDENTE
               THRU 2100-GUARDAR-PENDENTE-EXIT
               UNTIL FIM-LOG.
           CLOSE LOG-FILE.
       2000-CARREGAR-PENDENTES-EXIT.
           EXIT.

       2100-GUARDAR-PENDENTE.
           READ LOG-FILE.
           IF WRK-STATUS-LOG NOT = "00"
               SET FIM-LOG TO TRUE
               GO TO 2100-GUARDAR-PENDENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LOG.

           IF NOT CTL-PENDENTE
               GO TO 2100-GUARDAR-PENDENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PENDENTES.

           IF WRK-MAX-PEND >= 2000
               ADD 1 TO WRK-PEND-ESTOURO
               GO TO 2100-GUARDAR-PENDENTE-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-PEND.
           SET WRK-PD-IDX TO WRK-MAX-PEND.
           MOVE CTL_AUTORIZACAO TO WRK-PD-AUTORIZACAO (WRK-PD-IDX).
           MOVE CTL_DATA        TO WRK-PD-DATA (WRK-PD-IDX).
           MOVE CTL_FILIAL      TO WRK-PD-FILIAL (WRK-PD-IDX).
           MOVE CTL_CONTA       TO WRK-PD-CONTA (WRK-PD-IDX).
           MOVE CTL_TIPO        TO WRK-PD-TIPO (WRK-PD-IDX).
           MOVE CTL_VALOR       TO WRK-PD-VALOR (WRK-PD-IDX).
           MOVE "N"             TO WRK-PD-CASADA (WRK-PD-IDX).
       2100-GUARDAR-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CADA LANCAMENTO DA NOITE CASA NO MAXIMO UMA APROVACAO: A    *
      *>   PRIMEIRA PENDENTE DA MESMA CONTA, NATUREZA E VALOR, COM     *
      *>   ENTRADA NA DATA DA AUTORIZACAO OU DEPOIS                    *
      *----------------------------------------------------------------*
       3000-CASAR-POSTADO.
      *----------------------------------------------------------------*
           IF WRK-MAX-PEND = ZEROS
               GO TO 3000-CASAR-POSTADO-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-TRANS.
           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
           END-IF.

           PERFORM 3100-CASAR-UM THRU 3100-CASAR-UM-EXIT
               UNTIL FIM-TRANS.
           CLOSE TRANSACAO-FILE.
       3000-CASAR-POSTADO-EXIT.
           EXIT.

       3100-CASAR-UM.
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
               GO TO 3100-CASAR-UM-EXIT
           END-IF.

           SET WRK-PD-IDX TO 1.
           SEARCH WRK-PD-ITEM
               VARYING WRK-PD-IDX
               AT END
                   CONTINUE
               WHEN WRK-PD-IDX > WRK-MAX-PEND
                   CONTINUE
               WHEN WRK-PD-CASADA (WRK-PD-IDX) = "N"
                    AND WRK-PD-CONTA (WRK-PD-IDX) = TRANS_CONTA
                    AND WRK-PD-TIPO (WRK-PD-IDX) = TRANS_TIPO
                    AND WRK-PD-VALOR (WRK-PD-IDX) = TRANS_VALOR
                    AND WRK-PD-DATA (WRK-PD-IDX) NOT > TRANS_DATA_ENT
                   MOVE "S" TO WRK-PD-CASADA (WRK-PD-IDX)
                   ADD 1 TO WRK-QTDE-CONCILIADAS
           END-SEARCH.
       3100-CASAR-UM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O LOG E REGRAVADO VIA CONTLWRK COM AS CASADAS MARCADAS C    *
      *----------------------------------------------------------------*
       4000-REGRAVAR-LOG.
      *----------------------------------------------------------------*
           IF WRK-QTDE-CONCILIADAS = ZEROS
               GO TO 4000-REGRAVAR-LOG-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-LOG.
           OPEN INPUT LOG-FILE.
           OPEN OUTPUT TRABALHO-FILE.
           PERFORM 4100-COPIAR-LOG THRU 4100-COPIAR-LOG-EXIT
               UNTIL FIM-LOG.
           CLOSE LOG-FILE.
           CLOSE TRABALHO-FILE.

           MOVE "N" TO WRK-FIM-TRAB.
           OPEN INPUT TRABALHO-FILE.
           OPEN OUTPUT LOG-FILE.
           PERFORM 4200-DEVOLVER-LOG THRU 4200-DEVOLVER-LOG-EXIT
               UNTIL FIM-TRAB.
           CLOSE TRABALHO-FILE.
           CLOSE LOG-FILE.
       4000-REGRAVAR-LOG-EXIT.
           EXIT.

       4100-COPIAR-LOG.
           READ LOG-FILE.
           IF WRK-STATUS-LOG NOT = "00"
               SET FIM-LOG TO TRUE
               GO TO 4100-COPIAR-LOG-EXIT
           END-IF.

           IF CTL-PENDENTE
               SET WRK-PD-IDX TO 1
               SEARCH WRK-PD-ITEM
                   VARYING WRK-PD-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-PD-IDX > WRK-MAX-PEND
                       CONTINUE
                   WHEN WRK-PD-AUTORIZACAO (WRK-PD-IDX) =
                        CTL_AUTORIZACAO
                       IF WRK-PD-CASADA (WRK-PD-IDX) = "S"
                           SET CTL-CONCILIADA TO TRUE
                           MOVE WRK-DATA-HOJE TO CTL_DATA_CONCILIA
                       END-IF
               END-SEARCH
           END-IF.

           WRITE TRABALHO-REG FROM CONTLOG-REG.
       4100-COPIAR-LOG-EXIT.
           EXIT.

       4200-DEVOLVER-LOG.
           READ TRABALHO-FILE.
           IF WRK-STATUS-TRAB NOT = "00"
               SET FIM-TRAB TO TRUE
               GO TO 4200-DEVOLVER-LOG-EXIT
           END-IF.
           MOVE TRABALHO-REG TO CONTLOG-REG.
           WRITE CONTLOG-REG.
       4200-DEVOLVER-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O QUE CONTINUA PENDENTE SAI NO RELATORIO; PASSADO O         *
      *>   CONTPRAZO SEM POSTAR, E ATRASADA. O SAQUE OFFLINE (CASADO   *
      *>   OU NAO) ENTRA NA LISTA DE CONTAS PARA O ESTOURO             *
      *----------------------------------------------------------------*
       5000-LISTAR-PENDENTES.
      *----------------------------------------------------------------*
           PERFORM 5100-LISTAR-UMA THRU 5100-LISTAR-UMA-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > WRK-MAX-PEND.
       5000-LISTAR-PENDENTES-EXIT.
           EXIT.

       5100-LISTAR-UMA.
           IF WRK-PD-TIPO (WRK-PD-IDX) = "D"
               PERFORM 5200-SOMAR-CONTA THRU 5200-SOMAR-CONTA-EXIT
           END-IF.

           IF WRK-PD-CASADA (WRK-PD-IDX) = "S"
               GO TO 5100-LISTAR-UMA-EXIT
           END-IF.

           CALL "DIAS-CORRIDOS-IDADE" USING WRK-PD-DATA (WRK-PD-IDX)
               WRK-DATA-HOJE WRK-DIAS.
           IF WRK-DIAS > WRK-PRAZO-DIAS
               MOVE "ATRASADA"   TO WRK-LP-SITUACAO
               ADD 1 TO WRK-QTDE-ATRASADAS
           ELSE
               MOVE "AGUARDANDO" TO WRK-LP-SITUACAO
               ADD 1 TO WRK-QTDE-AGUARDANDO
           END-IF.

           MOVE WRK-PD-AUTORIZACAO (WRK-PD-IDX) TO WRK-LP-AUTORIZACAO.
           MOVE WRK-PD-DATA (WRK-PD-IDX)        TO WRK-LP-DATA.
           MOVE WRK-PD-FILIAL (WRK-PD-IDX)      TO WRK-LP-FILIAL.
           MOVE WRK-PD-CONTA (WRK-PD-IDX)       TO WRK-LP-CONTA.
           MOVE WRK-PD-TIPO (WRK-PD-IDX)        TO WRK-LP-TIPO.
           MOVE WRK-PD-VALOR (WRK-PD-IDX)       TO WRK-LP-VALOR.
           MOVE WRK-DIAS                        TO WRK-LP-DIAS.
           MOVE WRK-LINHA-PENDENTE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5100-LISTAR-UMA-EXIT.
           EXIT.

       5200-SOMAR-CONTA.
           MOVE "N" TO WRK-CONTA-ACHADA.
           IF WRK-MAX-CONTAS > ZEROS
               SET WRK-CT-IDX TO 1
               SEARCH WRK-CT-ITEM
                   VARYING WRK-CT-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-CT-IDX > WRK-MAX-CONTAS
                       CONTINUE
                   WHEN WRK-CT-CONTA (WRK-CT-IDX) =
                        WRK-PD-CONTA (WRK-PD-IDX)
                       SET CONTA-ACHADA TO TRUE
               END-SEARCH
           END-IF.

           IF NOT CONTA-ACHADA
               ADD 1 TO WRK-MAX-CONTAS
               SET WRK-CT-IDX TO WRK-MAX-CONTAS
               MOVE WRK-PD-CONTA (WRK-PD-IDX)
                   TO WRK-CT-CONTA (WRK-CT-IDX)
               MOVE ZEROS TO WRK-CT-SAQUES (WRK-CT-IDX)
           END-IF.
           ADD WRK-PD-VALOR (WRK-PD-IDX) TO WRK-CT-SAQUES (WRK-CT-IDX).
       5200-SOMAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA COM SAQUE OFFLINE QUE ESTA NEGATIVA EM CONTASDB: O    *
      *>   ESTOURO NASCEU NA CONTINGENCIA                              *
      *----------------------------------------------------------------*
       6000-CONFERIR-ESTOUROS.
      *----------------------------------------------------------------*
           IF WRK-MAX-CONTAS = ZEROS
               GO TO 6000-CONFERIR-ESTOUROS-EXIT
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "CONTINGENCIA-CONFERE: CONTASDB INDISPONIVEL,"
                   " STATUS " WRK-STATUS-CONTA
               GO TO 6000-CONFERIR-ESTOUROS-EXIT
           END-IF.

           PERFORM 6100-CONFERIR-CONTA THRU 6100-CONFERIR-CONTA-EXIT
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-MAX-CONTAS.
           CLOSE CONTA-FILE.
       6000-CONFERIR-ESTOUROS-EXIT.
           EXIT.

       6100-CONFERIR-CONTA.
           MOVE WRK-CT-CONTA (WRK-CT-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 6100-CONFERIR-CONTA-EXIT
           END-READ.

           IF CONTA_SALDO NOT < ZEROS
               GO TO 6100-CONFERIR-CONTA-EXIT
           END-IF.

           COMPUTE WRK-SALDO-NEGATIVO = ZEROS - CONTA_SALDO.
           ADD 1 TO WRK-QTDE-ESTOUROS.
           ADD WRK-SALDO-NEGATIVO TO WRK-TOT-ESTOURO.

           MOVE CONTA_NUMERO               TO WRK-LE-CONTA.
           MOVE WRK-SALDO-NEGATIVO         TO WRK-LE-SALDO.
           MOVE WRK-CT-SAQUES (WRK-CT-IDX) TO WRK-LE-SAQUES.
           MOVE WRK-LINHA-ESTOURO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6100-CONFERIR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND (WRK-QTDE-ATRASADAS > ZEROS
                    OR WRK-QTDE-ESTOUROS > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CONCILIACAO DA CONTINGENCIA =====".
           DISPLAY "REGISTROS NO LOG.....: " WRK-QTDE-LOG.
           DISPLAY "PENDENTES LIDAS......: " WRK-QTDE-PENDENTES.
           DISPLAY "CONCILIADAS AGORA....: " WRK-QTDE-CONCILIADAS.
           DISPLAY "AGUARDANDO POSTAGEM..: " WRK-QTDE-AGUARDANDO.
           DISPLAY "ATRASADAS............: " WRK-QTDE-ATRASADAS.
           DISPLAY "CONTAS ESTOURADAS....: " WRK-QTDE-ESTOUROS.
           DISPLAY "TOTAL ESTOURADO......: " WRK-TOT-ESTOURO.
       9000-FINALIZAR-EXIT.
           EXIT.
