      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PREJUIZO-BAIXA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : BAIXA A PREJUIZO DAS OPERACOES DE CREDITO      <*
      *>                VENCIDAS HA MAIS DE PREJDIAS DIAS (PARAMMST,  <*
      *>                PADRAO 360) E INTEGRALMENTE PROVISIONADAS     <*
      *>                (NIVEL H EM PROVMST, PROVISAO NAO MENOR QUE O <*
      *>                SALDO DEVEDOR ATUAL). O ADIANTAMENTO A        <*
      *>                DEPOSITANTE SAI DO ATIVO POR UM CREDITO BXAD  <*
      *>                NO MOVIMENTO ACUMTRANS, QUE ZERA A CONTA EM   <*
      *>                CONTASDB E VAI AO DIARIO PELAS CONTAS DE      <*
      *>                TRANSCOD; O PLANO DE PARCELAMENTO FICA COM A  <*
      *>                SITUACAO P EM PLANOMST (REGRAVADO VIA         <*
      *>                PLANOWRK) E A BAIXA E GUARDADA EM GLPARTIDA   <*
      *>                COMO PAR BALANCEADO BXPL, POIS O SALDO DO     <*
      *>                PLANO NAO ESTA NA CONTA CORRENTE. TODA BAIXA  <*
      *>                ENTRA NO CONTROLE EXTRACONTABIL PREJMST COM   <*
      *>                VALOR, DATA E CLIENTE (CPF DO TITULAR         <*
      *>                PRINCIPAL EM CONTATIT), DE ONDE A RECUPERACAO <*
      *>                (PREJUIZO-RECUPERA.COB) PARTE. A PROVISAO     <*
      *>                CONSUMIDA SAI DE PROVMST; SOBRA DE PROVISAO   <*
      *>                FICA NA LINHA, COM SALDO ZERO, PARA           <*
      *>                PROVISAO-CALCULA.COB REVERTER NA RODADA       <*
      *>                SEGUINTE. SEM OS CODIGOS BXAD/BXPL EM TRANSCOD<*
      *>                (OU SEM GLPARTIDA) A RODADA E SO SIMULADA: OS <*
      *>                CANDIDATOS SAEM NO RELATORIO PREJBXREL, NADA E<*
      *>                LANCADO NEM REGRAVADO E O RETURN-CODE SAI 8.  <*
      *>                RODA NO FECHAMENTO DO MES (PELA CADEIATAB),   <*
      *>                DEPOIS DE PROVISAO-CALCULA E ANTES DE         <*
      *>                DIARIO-CONTABIL.COB, QUE LEVA O BXAD DE       <*
      *>                ACUMTRANS AO DIARIO; O BXPL ENTRA NO DIARIO NA<*
      *>                MESMA NOITE PELO STEP GL-PARTIDA-LANCA.COB,   <*
      *>                DEPOIS DE DIARIO-CONCILIA E ANTES DE          <*
      *>                GL-SALDO-ROLA                                 <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  REGISTRO DE TRABALHO PLANOWRK AMPLIADO    <*
      *>                    PARA 80 POSICOES, ACOMPANHANDO O CET      <*
      *>                    GRAVADO NO PLANO (PLANO-REG)              <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT PROVISAO-FILE       ASSIGN TO "PROVMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PROV.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT TRABALHO-FILE       ASSIGN TO "PLANOWRK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRAB.

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

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

           SELECT RELATORIO-FILE      ASSIGN TO "PREJBXREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PROVISAO-FILE.
           COPY PROVISAO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(80).

       FD  PREJUIZO-FILE.
           COPY PREJUIZO-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PROV        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PREJ        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PROV           PIC X(01) VALUE "N".
           88 FIM-PROV                VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-TRAB           PIC X(01) VALUE "N".
           88 FIM-TRAB                VALUE "S".

       77  WRK-RODADA-SIMULADA    PIC X(01) VALUE "N".
           88 RODADA-SIMULADA         VALUE "S".
       77  WRK-PLANOS-LIDOS       PIC X(01) VALUE "N".
           88 PLANOS-LIDOS            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-AGORA         PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   IDADE MINIMA DA BAIXA, EM DIAS DE ATRASO (PREJDIAS)         *
      *----------------------------------------------------------------*
       77  WRK-DIAS-MINIMO        PIC 9(05) VALUE 360.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-DIAS    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-DIAS3       PIC 9(03).
           02 FILLER               PIC X(17).

      *----------------------------------------------------------------*
      *>   CONTAS CONTABEIS DA BAIXA DE PLANO (BXPL), LIDAS DE         *
      *>   TRANSCOD; A DO ADIANTAMENTO (BXAD) SEGUE PELO DIARIO NORMAL *
      *----------------------------------------------------------------*
       77  WRK-COD-BAIXA-AD       PIC X(04) VALUE "BXAD".
       77  WRK-COD-BAIXA-PL       PIC X(04) VALUE "BXPL".
       77  WRK-BXPL-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-BXPL-CREDITO       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PROVMST EM MEMORIA, PARA ESCOLHER OS CANDIDATOS E REGRAVAR  *
      *>   SEM A PROVISAO CONSUMIDA                                    *
      *----------------------------------------------------------------*
       77  WRK-MAX-OPERACOES      PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-TAB-ESTOURO   PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-OPERACOES.
           02 WRK-OP-ITEM  OCCURS 2000 TIMES
                            INDEXED BY WRK-OP-IDX.
               03 WRK-OP-MODALIDADE    PIC X(02).
               03 WRK-OP-NUMERO        PIC 9(08).
               03 WRK-OP-CONTA         PIC 9(08).
               03 WRK-OP-FILIAL        PIC 9(04).
               03 WRK-OP-DIAS          PIC 9(05).
               03 WRK-OP-NIVEL         PIC X(02).
               03 WRK-OP-SALDO         PIC 9(11)V99.
               03 WRK-OP-PROVISAO      PIC 9(11)V99.
               03 WRK-OP-DATA-CALCULO  PIC 9(08).
               03 WRK-OP-BAIXADO       PIC 9(11)V99.

       77  WRK-OP-ACHADA          PIC X(01) VALUE "N".
           88 OP-ACHADA               VALUE "S".
       77  WRK-ELEGIVEL           PIC X(01) VALUE "N".
           88 OP-ELEGIVEL             VALUE "S".

       77  WRK-VALOR-BAIXA        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.

       77  WRK-QTDE-CANDIDATAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-BAIXADAS-AD   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-BAIXADAS-PL   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NAO-BAIXADAS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-TITULAR   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GRAVADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO-AD   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO-PL   PIC 9(13)V99 VALUE ZEROS.

       01  WRK-LINHA-BAIXA.
           02 WRK-L-MODALIDADE     PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-L-NUMERO         PIC 9(08).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-L-CONTA          PIC 9(08).
           02 FILLER               PIC X(06) VALUE " DIAS ".
           02 WRK-L-DIAS           PIC ZZZZ9.
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-L-VALOR          PIC Z(10)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-L-RESULTADO      PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1300-CARREGAR-PROVISAO
               THRU 1300-CARREGAR-PROVISAO-EXIT.

           IF WRK-QTDE-TAB-ESTOURO > ZEROS
               DISPLAY "PREJUIZO-BAIXA: PROVMST MAIOR QUE A TABELA, "
                   "RODADA SIMULADA"
               SET RODADA-SIMULADA TO TRUE
           END-IF.

           PERFORM 1500-ABRIR-ARQUIVOS    THRU 1500-ABRIR-ARQUIVOS-EXIT.

           PERFORM 2000-BAIXAR-ADIANTAMENTO
               THRU 2000-BAIXAR-ADIANTAMENTO-EXIT
               VARYING WRK-OP-IDX FROM 1 BY 1
               UNTIL WRK-OP-IDX > WRK-MAX-OPERACOES.

           PERFORM 3000-BAIXAR-PLANOS     THRU 3000-BAIXAR-PLANOS-EXIT.

           IF NOT RODADA-SIMULADA
               PERFORM 7000-REGRAVAR-PROVISAO
                   THRU 7000-REGRAVAR-PROVISAO-EXIT
               IF PLANOS-LIDOS
                   PERFORM 8000-REGRAVAR-PLANOS
                       THRU 8000-REGRAVAR-PLANOS-EXIT
               END-IF
           END-IF.

           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "PREJDIAS  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO AND WRK-PARM-VALOR (1:3) IS NUMERIC
               MOVE WRK-PARM-DIAS3 TO WRK-DIAS-MINIMO
           END-IF.

           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               DISPLAY "TABELA TRANSCOD INDISPONIVEL, RODADA SIMULADA"
               SET RODADA-SIMULADA TO TRUE
               GO TO 1000-INICIALIZAR-RELATORIO
           END-IF.

           MOVE WRK-COD-BAIXA-AD TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   DISPLAY "CODIGO " WRK-COD-BAIXA-AD
                       " AUSENTE DE TRANSCOD, RODADA SIMULADA"
                   SET RODADA-SIMULADA TO TRUE
           END-READ.

           MOVE WRK-COD-BAIXA-PL TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   DISPLAY "CODIGO " WRK-COD-BAIXA-PL
                       " AUSENTE DE TRANSCOD, RODADA SIMULADA"
                   SET RODADA-SIMULADA TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-BXPL-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-BXPL-CREDITO
           END-READ.

           CLOSE TRANSCOD-FILE.

       1000-INICIALIZAR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "BAIXA DE CREDITOS COMO PREJUIZO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF RODADA-SIMULADA
               MOVE "*** RODADA SIMULADA - NADA BAIXADO ***"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARREGAR-PROVISAO.
      *----------------------------------------------------------------*
           OPEN INPUT PROVISAO-FILE.
           IF WRK-STATUS-PROV NOT = "00"
               DISPLAY "PROVMST AUSENTE, NADA A BAIXAR"
               CLOSE PROVISAO-FILE
               SET RODADA-SIMULADA TO TRUE
               GO TO 1300-CARREGAR-PROVISAO-EXIT
           END-IF.

           PERFORM 1350-LER-PROVISAO THRU 1350-LER-PROVISAO-EXIT
               UNTIL FIM-PROV.
           CLOSE PROVISAO-FILE.
       1300-CARREGAR-PROVISAO-EXIT.
           EXIT.

       1350-LER-PROVISAO.
           READ PROVISAO-FILE.
           IF WRK-STATUS-PROV NOT = "00"
               SET FIM-PROV TO TRUE
               GO TO 1350-LER-PROVISAO-EXIT
           END-IF.

           IF WRK-MAX-OPERACOES < 2000
               ADD 1 TO WRK-MAX-OPERACOES
               SET WRK-OP-IDX TO WRK-MAX-OPERACOES
               MOVE PROV_MODALIDADE TO WRK-OP-MODALIDADE (WRK-OP-IDX)
               MOVE PROV_NUMERO     TO WRK-OP-NUMERO (WRK-OP-IDX)
               MOVE PROV_CONTA      TO WRK-OP-CONTA (WRK-OP-IDX)
               MOVE PROV_FILIAL     TO WRK-OP-FILIAL (WRK-OP-IDX)
               MOVE PROV_DIAS_ATRASO TO WRK-OP-DIAS (WRK-OP-IDX)
               MOVE PROV_NIVEL      TO WRK-OP-NIVEL (WRK-OP-IDX)
               MOVE PROV_SALDO      TO WRK-OP-SALDO (WRK-OP-IDX)
               MOVE PROV_VALOR      TO WRK-OP-PROVISAO (WRK-OP-IDX)
               MOVE PROV_DATA_CALCULO
                   TO WRK-OP-DATA-CALCULO (WRK-OP-IDX)
               MOVE ZEROS           TO WRK-OP-BAIXADO (WRK-OP-IDX)
           ELSE
               ADD 1 TO WRK-QTDE-TAB-ESTOURO
           END-IF.
       1350-LER-PROVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------*
           OPEN INPUT CONTA-FILE.
           OPEN INPUT TITULAR-FILE.

           IF RODADA-SIMULADA
               GO TO 1500-ABRIR-ARQUIVOS-EXIT
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-STATUS-JORNAL NOT = "00"
               DISPLAY "PREJUIZO-BAIXA: GLPARTIDA INDISPONIVEL, STATUS "
                   WRK-STATUS-JORNAL ", RODADA SIMULADA"
               SET RODADA-SIMULADA TO TRUE
               GO TO 1500-ABRIR-ARQUIVOS-EXIT
           END-IF.

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
       1500-ABRIR-ARQUIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ADIANTAMENTO A DEPOSITANTE: A BAIXA E O SALDO NEGATIVO DE   *
      *>   HOJE; CONTA QUE VOLTOU AO POSITIVO NAO TEM O QUE BAIXAR     *
      *----------------------------------------------------------------*
       2000-BAIXAR-ADIANTAMENTO.
      *----------------------------------------------------------------*
           IF WRK-OP-MODALIDADE (WRK-OP-IDX) NOT = "AD"
               GO TO 2000-BAIXAR-ADIANTAMENTO-EXIT
           END-IF.

           PERFORM 7500-AVALIAR-ELEGIVEL
               THRU 7500-AVALIAR-ELEGIVEL-EXIT.
           IF NOT OP-ELEGIVEL
               GO TO 2000-BAIXAR-ADIANTAMENTO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CANDIDATAS.

           MOVE WRK-OP-NUMERO (WRK-OP-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE ZEROS TO WRK-VALOR-BAIXA
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-MOTIVO
                   PERFORM 6000-RELATAR-NAO-BAIXADA
                       THRU 6000-RELATAR-NAO-BAIXADA-EXIT
                   GO TO 2000-BAIXAR-ADIANTAMENTO-EXIT
           END-READ.

           IF CONTA_SALDO NOT < ZEROS
               MOVE ZEROS TO WRK-VALOR-BAIXA
               MOVE "CONTA REGULARIZADA" TO WRK-MOTIVO
               PERFORM 6000-RELATAR-NAO-BAIXADA
                   THRU 6000-RELATAR-NAO-BAIXADA-EXIT
               GO TO 2000-BAIXAR-ADIANTAMENTO-EXIT
           END-IF.

           COMPUTE WRK-VALOR-BAIXA = ZEROS - CONTA_SALDO.
           IF WRK-VALOR-BAIXA > WRK-OP-PROVISAO (WRK-OP-IDX)
               MOVE "PROVISAO INSUFICIENTE" TO WRK-MOTIVO
               PERFORM 6000-RELATAR-NAO-BAIXADA
                   THRU 6000-RELATAR-NAO-BAIXADA-EXIT
               GO TO 2000-BAIXAR-ADIANTAMENTO-EXIT
           END-IF.

           IF NOT RODADA-SIMULADA
               MOVE CONTA_NUMERO     TO TRANS_CONTA
               MOVE "C"              TO TRANS_TIPO
               MOVE WRK-VALOR-BAIXA  TO TRANS_VALOR
               MOVE CONTA_MOEDA      TO TRANS_MOEDA
               MOVE WRK-COD-BAIXA-AD TO TRANS_CODIGO
               PERFORM 8900-CARIMBAR-ORIGEM
                   THRU 8900-CARIMBAR-ORIGEM-EXIT
               WRITE TRANSACAO-REG
           END-IF.

           ADD 1 TO WRK-QTDE-BAIXADAS-AD.
           ADD WRK-VALOR-BAIXA TO WRK-TOTAL-BAIXADO-AD.
           PERFORM 5000-REGISTRAR-BAIXA THRU 5000-REGISTRAR-BAIXA-EXIT.
       2000-BAIXAR-ADIANTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANO: O MESTRE E COPIADO PARA PLANOWRK; O PLANO ELEGIVEL   *
      *>   SAI COM SITUACAO P E A BAIXA DO SALDO EM ABERTO VAI AO      *
      *>   DIARIO                                                      *
      *----------------------------------------------------------------*
       3000-BAIXAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               CLOSE PLANO-FILE
               GO TO 3000-BAIXAR-PLANOS-EXIT
           END-IF.
           SET PLANOS-LIDOS TO TRUE.
           OPEN OUTPUT TRABALHO-FILE.

           PERFORM 3100-TRATAR-PLANO THRU 3100-TRATAR-PLANO-EXIT
               UNTIL FIM-PLN.

           CLOSE PLANO-FILE.
           CLOSE TRABALHO-FILE.
       3000-BAIXAR-PLANOS-EXIT.
           EXIT.

       3100-TRATAR-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 3100-TRATAR-PLANO-EXIT
           END-IF.

           IF PLN-ATIVO
               AND PLN_PROX_PARCELA NOT > PLN_QTDE
               PERFORM 3200-AVALIAR-PLANO
                   THRU 3200-AVALIAR-PLANO-EXIT
           END-IF.

           WRITE TRABALHO-REG FROM PLANO-REG.
       3100-TRATAR-PLANO-EXIT.
           EXIT.

       3200-AVALIAR-PLANO.
           MOVE "N" TO WRK-OP-ACHADA.
           SET WRK-OP-IDX TO 1.
           SEARCH WRK-OP-ITEM
               VARYING WRK-OP-IDX
               AT END
                   CONTINUE
               WHEN WRK-OP-IDX > WRK-MAX-OPERACOES
                   CONTINUE
               WHEN WRK-OP-MODALIDADE (WRK-OP-IDX) = "PL"
                   AND WRK-OP-NUMERO (WRK-OP-IDX) = PLN_NUMERO
                   SET OP-ACHADA TO TRUE
           END-SEARCH.

           IF NOT OP-ACHADA
               GO TO 3200-AVALIAR-PLANO-EXIT
           END-IF.

           PERFORM 7500-AVALIAR-ELEGIVEL
               THRU 7500-AVALIAR-ELEGIVEL-EXIT.
           IF NOT OP-ELEGIVEL
               GO TO 3200-AVALIAR-PLANO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CANDIDATAS.

           COMPUTE WRK-VALOR-BAIXA =
               (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
               + PLN_VALOR_ULTIMA.
           IF WRK-VALOR-BAIXA > WRK-OP-PROVISAO (WRK-OP-IDX)
               MOVE "PROVISAO INSUFICIENTE" TO WRK-MOTIVO
               PERFORM 6000-RELATAR-NAO-BAIXADA
                   THRU 6000-RELATAR-NAO-BAIXADA-EXIT
               GO TO 3200-AVALIAR-PLANO-EXIT
           END-IF.

           IF NOT RODADA-SIMULADA
               MOVE WRK-DATA-HOJE     TO GLJ_DATA
               MOVE WRK-BXPL-DEBITO   TO GLJ_CONTA_GL
               MOVE "D"               TO GLJ_DC
               MOVE WRK-VALOR-BAIXA   TO GLJ_VALOR
               MOVE WRK-COD-BAIXA-PL  TO GLJ_CODIGO
               MOVE PLN_CONTA         TO GLJ_CONTA_ORIGEM
               WRITE JORNAL-REG
               MOVE WRK-BXPL-CREDITO  TO GLJ_CONTA_GL
               MOVE "C"               TO GLJ_DC
               WRITE JORNAL-REG
               SET PLN-BAIXADO-PREJUIZO TO TRUE
               COMPUTE PLN_PROX_PARCELA = PLN_QTDE + 1
           END-IF.

           ADD 1 TO WRK-QTDE-BAIXADAS-PL.
           ADD WRK-VALOR-BAIXA TO WRK-TOTAL-BAIXADO-PL.
           PERFORM 5000-REGISTRAR-BAIXA THRU 5000-REGISTRAR-BAIXA-EXIT.
       3200-AVALIAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A BAIXA ENTRA NO CONTROLE EXTRACONTABIL EM NOME DO TITULAR  *
      *>   PRINCIPAL DA CONTA, QUE E QUEM RESPONDE PELA DIVIDA         *
      *----------------------------------------------------------------*
       5000-REGISTRAR-BAIXA.
      *----------------------------------------------------------------*
           ADD WRK-VALOR-BAIXA TO WRK-OP-BAIXADO (WRK-OP-IDX).

           MOVE "BAIXADO COMO PREJUIZO" TO WRK-L-RESULTADO.
           PERFORM 6100-RELATAR-LINHA THRU 6100-RELATAR-LINHA-EXIT.

           IF RODADA-SIMULADA
               GO TO 5000-REGISTRAR-BAIXA-EXIT
           END-IF.

           PERFORM 5500-OBTER-TITULAR THRU 5500-OBTER-TITULAR-EXIT.

           MOVE WRK-OP-MODALIDADE (WRK-OP-IDX) TO PREJ_MODALIDADE.
           MOVE WRK-OP-NUMERO (WRK-OP-IDX)     TO PREJ_NUMERO.
           MOVE WRK-DATA-HOJE                  TO PREJ_DATA_BAIXA.
           MOVE WRK-OP-CONTA (WRK-OP-IDX)      TO PREJ_CONTA.
           MOVE WRK-CPF-TITULAR                TO PREJ_CPF.
           MOVE WRK-OP-FILIAL (WRK-OP-IDX)     TO PREJ_FILIAL.
           MOVE WRK-OP-DIAS (WRK-OP-IDX)       TO PREJ_DIAS_ATRASO.
           MOVE WRK-VALOR-BAIXA                TO PREJ_VALOR_BAIXADO.
           MOVE ZEROS                          TO PREJ_VALOR_RECUPERADO.
           MOVE ZEROS                          TO PREJ_DATA_ULT_RECUP.
           SET PREJ-EM-ABERTO TO TRUE.
           WRITE PREJUIZO-REG
               INVALID KEY
                   DISPLAY "BAIXA JA REGISTRADA HOJE EM PREJMST: "
                       PREJ-CHAVE
           END-WRITE.
       5000-REGISTRAR-BAIXA-EXIT.
           EXIT.

       5500-OBTER-TITULAR.
           MOVE SPACES TO WRK-CPF-TITULAR.
           MOVE "N"    TO WRK-FIM-TIT.

           MOVE WRK-OP-CONTA (WRK-OP-IDX) TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 5550-EXAMINAR-VINCULO
               THRU 5550-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           IF WRK-CPF-TITULAR = SPACES
               ADD 1 TO WRK-QTDE-SEM-TITULAR
               DISPLAY "CONTA SEM TITULAR EM CONTATIT, BAIXA SEM CPF: "
                   WRK-OP-CONTA (WRK-OP-IDX)
           END-IF.
       5500-OBTER-TITULAR-EXIT.
           EXIT.

       5550-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 5550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF TIT_CONTA NOT = WRK-OP-CONTA (WRK-OP-IDX)
               SET FIM-TIT TO TRUE
               GO TO 5550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       5550-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-RELATAR-NAO-BAIXADA.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-NAO-BAIXADAS.
           MOVE WRK-MOTIVO TO WRK-L-RESULTADO.
           PERFORM 6100-RELATAR-LINHA THRU 6100-RELATAR-LINHA-EXIT.
       6000-RELATAR-NAO-BAIXADA-EXIT.
           EXIT.

       6100-RELATAR-LINHA.
           MOVE WRK-OP-MODALIDADE (WRK-OP-IDX) TO WRK-L-MODALIDADE.
           MOVE WRK-OP-NUMERO (WRK-OP-IDX)     TO WRK-L-NUMERO.
           MOVE WRK-OP-CONTA (WRK-OP-IDX)      TO WRK-L-CONTA.
           MOVE WRK-OP-DIAS (WRK-OP-IDX)       TO WRK-L-DIAS.
           MOVE WRK-VALOR-BAIXA                TO WRK-L-VALOR.
           MOVE WRK-LINHA-BAIXA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6100-RELATAR-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A PROVISAO CONSUMIDA PELA BAIXA SAI DA LINHA; A SOBRA FICA  *
      *>   COM SALDO ZERO PARA A PROXIMA RODADA DE PROVISAO REVERTER   *
      *----------------------------------------------------------------*
       7000-REGRAVAR-PROVISAO.
      *----------------------------------------------------------------*
           OPEN OUTPUT PROVISAO-FILE.
           PERFORM 7100-GRAVAR-PROVISAO THRU 7100-GRAVAR-PROVISAO-EXIT
               VARYING WRK-OP-IDX FROM 1 BY 1
               UNTIL WRK-OP-IDX > WRK-MAX-OPERACOES.
           CLOSE PROVISAO-FILE.
       7000-REGRAVAR-PROVISAO-EXIT.
           EXIT.

       7100-GRAVAR-PROVISAO.
           IF WRK-OP-BAIXADO (WRK-OP-IDX) > ZEROS
               SUBTRACT WRK-OP-BAIXADO (WRK-OP-IDX)
                   FROM WRK-OP-PROVISAO (WRK-OP-IDX)
               MOVE ZEROS TO WRK-OP-SALDO (WRK-OP-IDX)
               IF WRK-OP-PROVISAO (WRK-OP-IDX) = ZEROS
                   GO TO 7100-GRAVAR-PROVISAO-EXIT
               END-IF
           END-IF.

           MOVE WRK-OP-MODALIDADE (WRK-OP-IDX) TO PROV_MODALIDADE.
           MOVE WRK-OP-NUMERO (WRK-OP-IDX)     TO PROV_NUMERO.
           MOVE WRK-OP-CONTA (WRK-OP-IDX)      TO PROV_CONTA.
           MOVE WRK-OP-FILIAL (WRK-OP-IDX)     TO PROV_FILIAL.
           MOVE WRK-OP-DIAS (WRK-OP-IDX)       TO PROV_DIAS_ATRASO.
           MOVE WRK-OP-NIVEL (WRK-OP-IDX)      TO PROV_NIVEL.
           MOVE WRK-OP-SALDO (WRK-OP-IDX)      TO PROV_SALDO.
           MOVE WRK-OP-PROVISAO (WRK-OP-IDX)   TO PROV_VALOR.
           MOVE WRK-OP-DATA-CALCULO (WRK-OP-IDX) TO PROV_DATA_CALCULO.
           WRITE PROVISAO-REG.
           ADD 1 TO WRK-QTDE-GRAVADAS.
       7100-GRAVAR-PROVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ELEGIVEL: NIVEL H, ATRASO NAO MENOR QUE PREJDIAS E AINDA    *
      *>   COM SALDO NA LINHA (A SOBRA DE UMA BAIXA JA FEITA FICA COM  *
      *>   SALDO ZERO E NAO E BAIXADA DE NOVO)                         *
      *----------------------------------------------------------------*
       7500-AVALIAR-ELEGIVEL.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ELEGIVEL.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-OP-NIVEL (WRK-OP-IDX) = "H "
               AND WRK-OP-DIAS (WRK-OP-IDX) NOT < WRK-DIAS-MINIMO
               AND WRK-OP-SALDO (WRK-OP-IDX) > ZEROS
               AND WRK-OP-BAIXADO (WRK-OP-IDX) = ZEROS
               SET OP-ELEGIVEL TO TRUE
           END-IF.
       7500-AVALIAR-ELEGIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REGRAVAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT PLANO-FILE.
           OPEN INPUT  TRABALHO-FILE.
           PERFORM 8100-COPIAR-TRABALHO
               THRU 8100-COPIAR-TRABALHO-EXIT
               UNTIL FIM-TRAB.
           CLOSE PLANO-FILE.
           CLOSE TRABALHO-FILE.
       8000-REGRAVAR-PLANOS-EXIT.
           EXIT.

       8100-COPIAR-TRABALHO.
           READ TRABALHO-FILE.
           IF WRK-STATUS-TRAB NOT = "00"
               SET FIM-TRAB TO TRUE
               GO TO 8100-COPIAR-TRABALHO-EXIT
           END-IF.
           MOVE TRABALHO-REG TO PLANO-REG.
           WRITE PLANO-REG.
       8100-COPIAR-TRABALHO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "PRJ"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           IF NOT RODADA-SIMULADA
               CLOSE PREJUIZO-FILE
               CLOSE TRANSACAO-FILE
               CLOSE JORNAL-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== BAIXA COMO PREJUIZO =====".
           DISPLAY "DIAS MINIMOS.........: " WRK-DIAS-MINIMO.
           DISPLAY "CANDIDATAS...........: " WRK-QTDE-CANDIDATAS.
           DISPLAY "ADIANTAMENTOS BAIXADOS: " WRK-QTDE-BAIXADAS-AD.
           DISPLAY "VALOR ADIANTAMENTOS..: " WRK-TOTAL-BAIXADO-AD.
           DISPLAY "PLANOS BAIXADOS......: " WRK-QTDE-BAIXADAS-PL.
           DISPLAY "VALOR PLANOS.........: " WRK-TOTAL-BAIXADO-PL.
           DISPLAY "NAO BAIXADAS.........: " WRK-QTDE-NAO-BAIXADAS.
           DISPLAY "SEM TITULAR..........: " WRK-QTDE-SEM-TITULAR.
           DISPLAY "OPERACOES EM PROVMST.: " WRK-QTDE-GRAVADAS.

           IF RODADA-SIMULADA
               DISPLAY "PREJUIZO-BAIXA: RODADA SIMULADA, NADA BAIXADO"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
