      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PROVISAO-CALCULA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RODADA MENSAL DE PROVISAO PARA CREDITOS DE     <*
      *>                LIQUIDACAO DUVIDOSA. CADA OPERACAO DE CREDITO <*
      *>                E CLASSIFICADA NA ESCALA AA A H PELOS DIAS DE <*
      *>                ATRASO: ADIANTAMENTO A DEPOSITANTE (SALDO     <*
      *>                NEGATIVO EM CONTASDB, DIAS DE NEGDIAS),       <*
      *>                PLANO DE PARCELAMENTO (PLANOMST, ATRASO DA    <*
      *>                PROXIMA PARCELA EM ABERTO) E VENDA FINANCIADA <*
      *>                (CRONOGRAMA PARCREQ, QUE COMECA A VENCER NO   <*
      *>                MES SEGUINTE E PORTANTO NAO TEM ATRASO). O    <*
      *>                PERCENTUAL REGULAMENTAR DO NIVEL DA A         <*
      *>                PROVISAO DA OPERACAO, QUE E COMPARADA COM A   <*
      *>                DO MES ANTERIOR GUARDADA EM PROVMST: O        <*
      *>                ACRESCIMO E GUARDADO EM GLPARTIDA COMO        <*
      *>                CONSTITUICAO (CODIGO PDDC) E A REDUCAO COMO   <*
      *>                REVERSAO (PDDR), EM PAR BALANCEADO NAS CONTAS <*
      *>                DE TRANSCOD, COMO EM DIARIO-CONTABIL.COB.     <*
      *>                OPERACAO QUE SUMIU DAS FONTES (LIQUIDADA)     <*
      *>                REVERTE TODA A PROVISAO. A FILIAL DA OPERACAO <*
      *>                E A DO ULTIMO LANCAMENTO DE AGENCIA DA CONTA  <*
      *>                NO MOVIMENTO (ACUMTRANS) OU, NA FALTA DELE, A <*
      *>                JA GUARDADA EM PROVMST. O RELATORIO PROVREL   <*
      *>                TRAZ A CARTEIRA E A PROVISAO POR NIVEL E POR  <*
      *>                FILIAL. SEM OS CODIGOS PDDC/PDDR EM TRANSCOD, <*
      *>                COM TABELA ESTOURADA OU SEM GLPARTIDA A RODADA<*
      *>                E SO SIMULADA: NADA E CONTABILIZADO, PROVMST  <*
      *>                NAO E REGRAVADO E O RETURN-CODE SAI 8. O      <*
      *>                GLJORNAL E REFEITO POR DIARIO-CONTABIL.COB,   <*
      *>                ENTAO AS PARTIDAS SO ENTRAM NO DIARIO PELO    <*
      *>                STEP GL-PARTIDA-LANCA.COB, DEPOIS DE          <*
      *>                DIARIO-CONCILIA E ANTES DE GL-SALDO-ROLA: A   <*
      *>                RODADA (MENSAL, PELA CADEIATAB) VEM ANTES DE  <*
      *>                GL-PARTIDA-LANCA NA MESMA NOITE, PARA A       <*
      *>                PROVISAO ENTRAR NO SALDO DO DIA               <*
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
           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT NEGDIAS-FILE        ASSIGN TO "NEGDIAS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NEG.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT VENDA-FILE          ASSIGN TO "PARCREQ"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-VENDA.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT PROVISAO-FILE       ASSIGN TO "PROVMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PROV.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

           SELECT RELATORIO-FILE      ASSIGN TO "PROVREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  NEGDIAS-FILE.
       01  NEGDIAS-REG.
           02 NEG_CONTA           PIC 9(08).
           02 NEG_DIAS            PIC 9(05).
           02 NEG_FAIXA           PIC X(02).

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  VENDA-FILE.
       01  VENDA-REG.
           02 VND-CONTA               PIC 9(08).
           02 VND-SALDO               PIC 9(09)V99.
           02 VND-QTDE-PARCELAS       PIC 9(03).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  PROVISAO-FILE.
           COPY PROVISAO-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

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
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VENDA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PROV        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".
       77  WRK-FIM-NEG            PIC X(01) VALUE "N".
           88 FIM-NEG                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-VENDA          PIC X(01) VALUE "N".
           88 FIM-VENDA               VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-FIM-PROV           PIC X(01) VALUE "N".
           88 FIM-PROV                VALUE "S".

       77  WRK-RODADA-SIMULADA    PIC X(01) VALUE "N".
           88 RODADA-SIMULADA         VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CODIGOS DE CONSTITUICAO E REVERSAO E SUAS CONTAS CONTABEIS  *
      *>   (DEBITO/CREDITO), LIDOS DE TRANSCOD NA INICIALIZACAO        *
      *----------------------------------------------------------------*
       77  WRK-COD-CONSTITUICAO   PIC X(04) VALUE "PDDC".
       77  WRK-COD-REVERSAO       PIC X(04) VALUE "PDDR".
       77  WRK-PDDC-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-PDDC-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-PDDR-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-PDDR-CREDITO       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PERCENTUAL REGULAMENTAR DE PROVISAO POR NIVEL DE RISCO      *
      *----------------------------------------------------------------*
       01  WRK-LISTA-NIVEIS.
           02 FILLER               PIC X(07) VALUE "AA00000".
           02 FILLER               PIC X(07) VALUE "A 00050".
           02 FILLER               PIC X(07) VALUE "B 00100".
           02 FILLER               PIC X(07) VALUE "C 00300".
           02 FILLER               PIC X(07) VALUE "D 01000".
           02 FILLER               PIC X(07) VALUE "E 03000".
           02 FILLER               PIC X(07) VALUE "F 05000".
           02 FILLER               PIC X(07) VALUE "G 07000".
           02 FILLER               PIC X(07) VALUE "H 10000".
       01  WRK-TABELA-NIVEIS REDEFINES WRK-LISTA-NIVEIS.
           02 WRK-NV-ITEM  OCCURS 9 TIMES
                            INDEXED BY WRK-NV-IDX.
               03 WRK-NV-NIVEL         PIC X(02).
               03 WRK-NV-PERCENTUAL    PIC 9(03)V99.

      *----------------------------------------------------------------*
      *>   TOTAIS DA CARTEIRA POR NIVEL (MESMA ORDEM DA TABELA ACIMA)  *
      *----------------------------------------------------------------*
       01  WRK-TABELA-TOT-NIVEIS.
           02 WRK-TN-ITEM  OCCURS 9 TIMES.
               03 WRK-TN-QTDE          PIC 9(07).
               03 WRK-TN-SALDO         PIC 9(13)V99.
               03 WRK-TN-PROVISAO      PIC 9(13)V99.
               03 WRK-TN-CONSTITUIDO   PIC 9(13)V99.
               03 WRK-TN-REVERTIDO     PIC 9(13)V99.

      *----------------------------------------------------------------*
      *>   FILIAL DE CADA CONTA: ULTIMO LANCAMENTO DE AGENCIA DA CONTA *
      *>   NO MOVIMENTO (TRANS_FILIAL DIFERENTE DE ZEROS)              *
      *----------------------------------------------------------------*
       77  WRK-MAX-FILIAIS-CONTA  PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-FILIAIS-CONTA.
           02 WRK-FC-ITEM  OCCURS 1000 TIMES
                            INDEXED BY WRK-FC-IDX.
               03 WRK-FC-CONTA         PIC 9(08).
               03 WRK-FC-FILIAL        PIC 9(04).

       77  WRK-FC-ACHADA          PIC X(01) VALUE "N".
           88 FC-ACHADA               VALUE "S".

      *----------------------------------------------------------------*
      *>   DIAS DE SALDO NEGATIVO POR CONTA (NEGDIAS)                  *
      *----------------------------------------------------------------*
       77  WRK-MAX-NEGATIVAS      PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-NEGATIVAS.
           02 WRK-NG-ITEM  OCCURS 1000 TIMES
                            INDEXED BY WRK-NG-IDX.
               03 WRK-NG-CONTA         PIC 9(08).
               03 WRK-NG-DIAS          PIC 9(05).

      *----------------------------------------------------------------*
      *>   OPERACOES DE CREDITO: AS DO MES ANTERIOR (PROVMST) E AS     *
      *>   ENCONTRADAS NAS FONTES NESTA RODADA                         *
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
               03 WRK-OP-NIVEL-ANT     PIC X(02).
               03 WRK-OP-PROVISAO-ANT  PIC 9(11)V99.
               03 WRK-OP-ATIVA         PIC X(01).
                   88 OP-ATIVA             VALUE "S".

       77  WRK-OP-ACHADA          PIC X(01) VALUE "N".
           88 OP-ACHADA               VALUE "S".

       77  WRK-MODALIDADE         PIC X(02) VALUE SPACES.
       77  WRK-NUMERO-OP          PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-OP           PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-OP           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DIAS-OP            PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DIAS          PIC 9(03) VALUE ZEROS.
       77  WRK-NIVEL              PIC X(02) VALUE SPACES.
       77  WRK-DIFERENCA          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-LANCAR       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-DEBITO       PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-CREDITO      PIC 9(08) VALUE ZEROS.
       77  WRK-NV-J               PIC 9(02) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CARTEIRA E PROVISAO POR FILIAL E NIVEL                      *
      *----------------------------------------------------------------*
       77  WRK-MAX-FILIAIS        PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-FILIAIS.
           02 WRK-FL-ITEM  OCCURS 200 TIMES
                            INDEXED BY WRK-FL-IDX.
               03 WRK-FL-FILIAL        PIC 9(04).
               03 WRK-FL-NIVEL-ITEM  OCCURS 9 TIMES.
                   04 WRK-FL-QTDE          PIC 9(07).
                   04 WRK-FL-SALDO         PIC 9(13)V99.
                   04 WRK-FL-PROVISAO      PIC 9(13)V99.
               03 WRK-FL-TOT-QTDE      PIC 9(07).
               03 WRK-FL-TOT-SALDO     PIC 9(13)V99.
               03 WRK-FL-TOT-PROVISAO  PIC 9(13)V99.

       77  WRK-FL-ACHADA          PIC X(01) VALUE "N".
           88 FL-ACHADA               VALUE "S".

      *----------------------------------------------------------------*
      *>   CONTADORES E TOTAIS DA RODADA                               *
      *----------------------------------------------------------------*
       77  WRK-QTDE-ADIANTAMENTOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PLANOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENDAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LIQUIDADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-MUDANCAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LANCAMENTOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GRAVADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-SALDO          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-PROVISAO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-PROVISAO-ANT   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CONSTITUIDO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-REVERTIDO      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO PROVREL                                 *
      *----------------------------------------------------------------*
       01  WRK-LINHA-MUDANCA.
           02 WRK-M-MODALIDADE     PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-M-NUMERO         PIC 9(08).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-M-CONTA          PIC 9(08).
           02 FILLER               PIC X(06) VALUE " DIAS ".
           02 WRK-M-DIAS           PIC ZZZZ9.
           02 FILLER               PIC X(07) VALUE " NIVEL ".
           02 WRK-M-NIVEL-ANT      PIC X(02).
           02 FILLER               PIC X(04) VALUE " -> ".
           02 WRK-M-NIVEL          PIC X(02).
           02 FILLER               PIC X(10) VALUE " PROVISAO ".
           02 WRK-M-PROVISAO-ANT   PIC Z(10)9.99.
           02 FILLER               PIC X(04) VALUE " -> ".
           02 WRK-M-PROVISAO       PIC Z(10)9.99.

       01  WRK-LINHA-CAB-NIVEL.
           02 FILLER               PIC X(50) VALUE
              "NIVEL  PERC.    QTDE           SALDO DEVEDOR    ".
           02 FILLER               PIC X(50) VALUE
              "       PROVISAO    CONSTITUIDO      REVERTIDO".

       01  WRK-LINHA-NIVEL.
           02 WRK-N-NIVEL          PIC X(02).
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-N-PERCENTUAL     PIC ZZ9.99.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-N-QTDE           PIC ZZZZZZ9.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-SALDO          PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-PROVISAO       PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-CONSTITUIDO    PIC Z(10)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-REVERTIDO      PIC Z(10)9.99.

       01  WRK-LINHA-FILIAL.
           02 FILLER               PIC X(08) VALUE "FILIAL ".
           02 WRK-F-FILIAL         PIC 9(04).
           02 FILLER               PIC X(08) VALUE SPACES.
           02 WRK-F-NIVEL          PIC X(02).
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-F-QTDE           PIC ZZZZZZ9.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-F-SALDO          PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-F-PROVISAO       PIC Z(12)9.99.

       01  WRK-LINHA-TOTAL.
           02 WRK-T-TEXTO          PIC X(30).
           02 WRK-T-VALOR          PIC Z(12)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1100-CARREGAR-FILIAIS
               THRU 1100-CARREGAR-FILIAIS-EXIT.
           PERFORM 1200-CARREGAR-NEGATIVAS
               THRU 1200-CARREGAR-NEGATIVAS-EXIT.
           PERFORM 1300-CARREGAR-PROVISAO
               THRU 1300-CARREGAR-PROVISAO-EXIT.
           PERFORM 2000-AVALIAR-ADIANTAMENTOS
               THRU 2000-AVALIAR-ADIANTAMENTOS-EXIT.
           PERFORM 3000-AVALIAR-PLANOS    THRU 3000-AVALIAR-PLANOS-EXIT.
           PERFORM 4000-AVALIAR-VENDAS    THRU 4000-AVALIAR-VENDAS-EXIT.

           IF WRK-QTDE-TAB-ESTOURO > ZEROS
               DISPLAY "PROVISAO-CALCULA: TABELA ESTOURADA, RODADA "
                   "SIMULADA"
               SET RODADA-SIMULADA TO TRUE
           END-IF.

           IF NOT RODADA-SIMULADA
               OPEN EXTEND JORNAL-FILE
               IF WRK-STATUS-JORNAL = "35"
                   OPEN OUTPUT JORNAL-FILE
               END-IF
               IF WRK-STATUS-JORNAL NOT = "00"
                   DISPLAY "PROVISAO-CALCULA: GLPARTIDA INDISPONIVEL, "
                       "STATUS " WRK-STATUS-JORNAL ", RODADA SIMULADA"
                   SET RODADA-SIMULADA TO TRUE
               END-IF
           END-IF.

           PERFORM 5000-PROVISIONAR-OPERACAO
               THRU 5000-PROVISIONAR-OPERACAO-EXIT
               VARYING WRK-OP-IDX FROM 1 BY 1
               UNTIL WRK-OP-IDX > WRK-MAX-OPERACOES.

           IF NOT RODADA-SIMULADA
               CLOSE JORNAL-FILE
               PERFORM 7000-REGRAVAR-PROVISAO
                   THRU 7000-REGRAVAR-PROVISAO-EXIT
           END-IF.

           PERFORM 6000-RELATAR-NIVEIS    THRU 6000-RELATAR-NIVEIS-EXIT.
           PERFORM 6500-RELATAR-FILIAIS
               THRU 6500-RELATAR-FILIAIS-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   AS CONTAS CONTABEIS DA CONSTITUICAO E DA REVERSAO VEM DE    *
      *>   TRANSCOD; SEM ELAS NAO HA COMO LANCAR E A RODADA E SIMULADA *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           INITIALIZE WRK-TABELA-TOT-NIVEIS.

           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               DISPLAY "TABELA TRANSCOD INDISPONIVEL, RODADA SIMULADA"
               SET RODADA-SIMULADA TO TRUE
               GO TO 1000-INICIALIZAR-RELATORIO
           END-IF.

           MOVE WRK-COD-CONSTITUICAO TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   DISPLAY "CODIGO " WRK-COD-CONSTITUICAO
                       " AUSENTE DE TRANSCOD, RODADA SIMULADA"
                   SET RODADA-SIMULADA TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-PDDC-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-PDDC-CREDITO
           END-READ.

           MOVE WRK-COD-REVERSAO TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   DISPLAY "CODIGO " WRK-COD-REVERSAO
                       " AUSENTE DE TRANSCOD, RODADA SIMULADA"
                   SET RODADA-SIMULADA TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-PDDR-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-PDDR-CREDITO
           END-READ.

           CLOSE TRANSCOD-FILE.

       1000-INICIALIZAR-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF RODADA-SIMULADA
               MOVE "*** RODADA SIMULADA - NADA CONTABILIZADO ***"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FILIAL DE CADA CONTA PELO MOVIMENTO; LANCAMENTO DE SISTEMA  *
      *>   (TRANS_FILIAL ZERADO) NAO DIZ NADA SOBRE A FILIAL           *
      *----------------------------------------------------------------*
       1100-CARREGAR-FILIAIS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               CLOSE TRANSACAO-FILE
               GO TO 1100-CARREGAR-FILIAIS-EXIT
           END-IF.

           PERFORM 1150-LER-TRANS THRU 1150-LER-TRANS-EXIT
               UNTIL FIM-TRANS.
           CLOSE TRANSACAO-FILE.
       1100-CARREGAR-FILIAIS-EXIT.
           EXIT.

       1150-LER-TRANS.
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
               GO TO 1150-LER-TRANS-EXIT
           END-IF.

           IF TRANS_FILIAL = ZEROS
               GO TO 1150-LER-TRANS-EXIT
           END-IF.

           MOVE "N" TO WRK-FC-ACHADA.
           SET WRK-FC-IDX TO 1.
           SEARCH WRK-FC-ITEM
               VARYING WRK-FC-IDX
               AT END
                   CONTINUE
               WHEN WRK-FC-IDX > WRK-MAX-FILIAIS-CONTA
                   CONTINUE
               WHEN WRK-FC-CONTA (WRK-FC-IDX) = TRANS_CONTA
                   MOVE TRANS_FILIAL TO WRK-FC-FILIAL (WRK-FC-IDX)
                   SET FC-ACHADA TO TRUE
           END-SEARCH.

           IF FC-ACHADA
               GO TO 1150-LER-TRANS-EXIT
           END-IF.

           IF WRK-MAX-FILIAIS-CONTA < 1000
               ADD 1 TO WRK-MAX-FILIAIS-CONTA
               SET WRK-FC-IDX TO WRK-MAX-FILIAIS-CONTA
               MOVE TRANS_CONTA  TO WRK-FC-CONTA (WRK-FC-IDX)
               MOVE TRANS_FILIAL TO WRK-FC-FILIAL (WRK-FC-IDX)
           END-IF.
       1150-LER-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARREGAR-NEGATIVAS.
      *----------------------------------------------------------------*
           OPEN INPUT NEGDIAS-FILE.
           IF WRK-STATUS-NEG NOT = "00"
               DISPLAY "NEGDIAS INDISPONIVEL, ADIANTAMENTOS SEM ATRASO"
               CLOSE NEGDIAS-FILE
               GO TO 1200-CARREGAR-NEGATIVAS-EXIT
           END-IF.

           PERFORM 1250-LER-NEGATIVA THRU 1250-LER-NEGATIVA-EXIT
               UNTIL FIM-NEG.
           CLOSE NEGDIAS-FILE.
       1200-CARREGAR-NEGATIVAS-EXIT.
           EXIT.

       1250-LER-NEGATIVA.
           READ NEGDIAS-FILE.
           IF WRK-STATUS-NEG NOT = "00"
               SET FIM-NEG TO TRUE
               GO TO 1250-LER-NEGATIVA-EXIT
           END-IF.

           IF WRK-MAX-NEGATIVAS < 1000
               ADD 1 TO WRK-MAX-NEGATIVAS
               SET WRK-NG-IDX TO WRK-MAX-NEGATIVAS
               MOVE NEG_CONTA TO WRK-NG-CONTA (WRK-NG-IDX)
               MOVE NEG_DIAS  TO WRK-NG-DIAS (WRK-NG-IDX)
           ELSE
               ADD 1 TO WRK-QTDE-TAB-ESTOURO
           END-IF.
       1250-LER-NEGATIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PROVISAO JA CONTABILIZADA, OPERACAO A OPERACAO; SO FICA     *
      *>   ATIVA A QUE FOR REENCONTRADA NAS FONTES                     *
      *----------------------------------------------------------------*
       1300-CARREGAR-PROVISAO.
      *----------------------------------------------------------------*
           OPEN INPUT PROVISAO-FILE.
           IF WRK-STATUS-PROV NOT = "00"
               DISPLAY "PROVMST AUSENTE, PRIMEIRA RODADA DE PROVISAO"
               CLOSE PROVISAO-FILE
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
               MOVE ZEROS           TO WRK-OP-DIAS (WRK-OP-IDX)
               MOVE SPACES          TO WRK-OP-NIVEL (WRK-OP-IDX)
               MOVE ZEROS           TO WRK-OP-SALDO (WRK-OP-IDX)
               MOVE ZEROS           TO WRK-OP-PROVISAO (WRK-OP-IDX)
               MOVE PROV_NIVEL      TO WRK-OP-NIVEL-ANT (WRK-OP-IDX)
               MOVE PROV_VALOR
                   TO WRK-OP-PROVISAO-ANT (WRK-OP-IDX)
               MOVE "N"             TO WRK-OP-ATIVA (WRK-OP-IDX)
           ELSE
               ADD 1 TO WRK-QTDE-TAB-ESTOURO
           END-IF.
       1350-LER-PROVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ADIANTAMENTO A DEPOSITANTE: CONTA COM SALDO NEGATIVO; O     *
      *>   ATRASO SAO OS DIAS CORRIDOS NEGATIVA SEGUNDO NEGDIAS        *
      *----------------------------------------------------------------*
       2000-AVALIAR-ADIANTAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "PROVISAO-CALCULA: CONTASDB INDISPONIVEL, "
                   "STATUS "
                   WRK-STATUS-CONTA
               SET RODADA-SIMULADA TO TRUE
               SET FIM-CONTA TO TRUE
               GO TO 2000-AVALIAR-ADIANTAMENTOS-FECHAR
           END-IF.

           PERFORM 2100-LER-CONTA THRU 2100-LER-CONTA-EXIT.
           PERFORM 2200-AVALIAR-CONTA
               THRU 2200-AVALIAR-CONTA-EXIT
               UNTIL FIM-CONTA.

       2000-AVALIAR-ADIANTAMENTOS-FECHAR.
           CLOSE CONTA-FILE.
       2000-AVALIAR-ADIANTAMENTOS-EXIT.
           EXIT.

       2100-LER-CONTA.
           READ CONTA-FILE NEXT RECORD.
           IF WRK-STATUS-CONTA NOT = "00"
               SET FIM-CONTA TO TRUE
           END-IF.
       2100-LER-CONTA-EXIT.
           EXIT.

       2200-AVALIAR-CONTA.
           IF CONTA_SALDO NOT < ZEROS
               GO TO 2200-AVALIAR-CONTA-LER
           END-IF.

           ADD 1 TO WRK-QTDE-ADIANTAMENTOS.
           MOVE "AD"         TO WRK-MODALIDADE.
           MOVE CONTA_NUMERO TO WRK-NUMERO-OP.
           MOVE CONTA_NUMERO TO WRK-CONTA-OP.
           COMPUTE WRK-SALDO-OP = ZEROS - CONTA_SALDO.
           MOVE ZEROS        TO WRK-DIAS-OP.

           SET WRK-NG-IDX TO 1.
           SEARCH WRK-NG-ITEM
               VARYING WRK-NG-IDX
               AT END
                   CONTINUE
               WHEN WRK-NG-IDX > WRK-MAX-NEGATIVAS
                   CONTINUE
               WHEN WRK-NG-CONTA (WRK-NG-IDX) = CONTA_NUMERO
                   MOVE WRK-NG-DIAS (WRK-NG-IDX) TO WRK-DIAS-OP
           END-SEARCH.

           PERFORM 8000-REGISTRAR-OPERACAO
               THRU 8000-REGISTRAR-OPERACAO-EXIT.

       2200-AVALIAR-CONTA-LER.
           PERFORM 2100-LER-CONTA THRU 2100-LER-CONTA-EXIT.
       2200-AVALIAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANO ATIVO: SALDO DEVEDOR SAO AS PARCELAS AINDA EM ABERTO; *
      *>   O ATRASO CONTA DESDE O VENCIMENTO DA PROXIMA PARCELA, QUE   *
      *>   SO FICA NO PASSADO QUANDO PLANO-SERVICO NAO CONSEGUIU       *
      *>   DEBITA-LA                                                   *
      *----------------------------------------------------------------*
       3000-AVALIAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 3000-AVALIAR-PLANOS-FECHAR
           END-IF.

           PERFORM 3100-LER-PLANO THRU 3100-LER-PLANO-EXIT.
           PERFORM 3200-AVALIAR-PLANO
               THRU 3200-AVALIAR-PLANO-EXIT
               UNTIL FIM-PLN.

       3000-AVALIAR-PLANOS-FECHAR.
           CLOSE PLANO-FILE.
       3000-AVALIAR-PLANOS-EXIT.
           EXIT.

       3100-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
           END-IF.
       3100-LER-PLANO-EXIT.
           EXIT.

       3200-AVALIAR-PLANO.
           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               GO TO 3200-AVALIAR-PLANO-LER
           END-IF.

           ADD 1 TO WRK-QTDE-PLANOS.
           MOVE "PL"       TO WRK-MODALIDADE.
           MOVE PLN_NUMERO TO WRK-NUMERO-OP.
           MOVE PLN_CONTA  TO WRK-CONTA-OP.
           COMPUTE WRK-SALDO-OP =
               (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
               + PLN_VALOR_ULTIMA.

           MOVE ZEROS TO WRK-QTDE-DIAS.
           IF PLN_PROX_VENC < WRK-DATA-HOJE
               CALL "DIAS-CORRIDOS-IDADE" USING PLN_PROX_VENC
                   WRK-DATA-HOJE WRK-QTDE-DIAS
           END-IF.
           MOVE WRK-QTDE-DIAS TO WRK-DIAS-OP.

           PERFORM 8000-REGISTRAR-OPERACAO
               THRU 8000-REGISTRAR-OPERACAO-EXIT.

       3200-AVALIAR-PLANO-LER.
           PERFORM 3100-LER-PLANO THRU 3100-LER-PLANO-EXIT.
       3200-AVALIAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VENDA FINANCIADA: O CRONOGRAMA DE PARCREQ COMECA A VENCER   *
      *>   NO MES SEGUINTE (COMO EM SCR-EXPORTA), SEM ATRASO POSSIVEL; *
      *>   VENDAS DA MESMA CONTA FORMAM UMA SO OPERACAO                *
      *----------------------------------------------------------------*
       4000-AVALIAR-VENDAS.
      *----------------------------------------------------------------*
           OPEN INPUT VENDA-FILE.
           IF WRK-STATUS-VENDA NOT = "00"
               SET FIM-VENDA TO TRUE
               GO TO 4000-AVALIAR-VENDAS-FECHAR
           END-IF.

           PERFORM 4100-LER-VENDA THRU 4100-LER-VENDA-EXIT.
           PERFORM 4200-AVALIAR-VENDA
               THRU 4200-AVALIAR-VENDA-EXIT
               UNTIL FIM-VENDA.

       4000-AVALIAR-VENDAS-FECHAR.
           CLOSE VENDA-FILE.
       4000-AVALIAR-VENDAS-EXIT.
           EXIT.

       4100-LER-VENDA.
           READ VENDA-FILE.
           IF WRK-STATUS-VENDA NOT = "00"
               SET FIM-VENDA TO TRUE
           END-IF.
       4100-LER-VENDA-EXIT.
           EXIT.

       4200-AVALIAR-VENDA.
           IF VND-QTDE-PARCELAS = ZEROS
               OR VND-SALDO = ZEROS
               GO TO 4200-AVALIAR-VENDA-LER
           END-IF.

           ADD 1 TO WRK-QTDE-VENDAS.
           MOVE "VF"      TO WRK-MODALIDADE.
           MOVE VND-CONTA TO WRK-NUMERO-OP.
           MOVE VND-CONTA TO WRK-CONTA-OP.
           MOVE VND-SALDO TO WRK-SALDO-OP.
           MOVE ZEROS     TO WRK-DIAS-OP.

           PERFORM 8000-REGISTRAR-OPERACAO
               THRU 8000-REGISTRAR-OPERACAO-EXIT.

       4200-AVALIAR-VENDA-LER.
           PERFORM 4100-LER-VENDA THRU 4100-LER-VENDA-EXIT.
       4200-AVALIAR-VENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NIVEL PELOS DIAS DE ATRASO, PROVISAO PELO PERCENTUAL DO     *
      *>   NIVEL; A DIFERENCA PARA O MES ANTERIOR E O QUE SE LANCA     *
      *----------------------------------------------------------------*
       5000-PROVISIONAR-OPERACAO.
      *----------------------------------------------------------------*
           IF OP-ATIVA (WRK-OP-IDX)
               PERFORM 8100-CLASSIFICAR-NIVEL
                   THRU 8100-CLASSIFICAR-NIVEL-EXIT
               MOVE WRK-NIVEL TO WRK-OP-NIVEL (WRK-OP-IDX)
               COMPUTE WRK-OP-PROVISAO (WRK-OP-IDX) ROUNDED =
                   WRK-OP-SALDO (WRK-OP-IDX)
                   * WRK-NV-PERCENTUAL (WRK-NV-IDX) / 100
           ELSE
               ADD 1 TO WRK-QTDE-LIQUIDADAS
               MOVE WRK-OP-NIVEL-ANT (WRK-OP-IDX) TO WRK-NIVEL
               PERFORM 8300-PROCURAR-NIVEL
                   THRU 8300-PROCURAR-NIVEL-EXIT
           END-IF.

           SET WRK-NV-J TO WRK-NV-IDX.

           COMPUTE WRK-DIFERENCA = WRK-OP-PROVISAO (WRK-OP-IDX)
               - WRK-OP-PROVISAO-ANT (WRK-OP-IDX).

           ADD WRK-OP-PROVISAO-ANT (WRK-OP-IDX) TO WRK-TOT-PROVISAO-ANT.

           IF WRK-OP-NIVEL (WRK-OP-IDX)
                   NOT = WRK-OP-NIVEL-ANT (WRK-OP-IDX)
               OR WRK-DIFERENCA NOT = ZEROS
               PERFORM 5500-RELATAR-MUDANCA
                   THRU 5500-RELATAR-MUDANCA-EXIT
           END-IF.

           IF WRK-DIFERENCA > ZEROS
               MOVE WRK-DIFERENCA TO WRK-VALOR-LANCAR
               ADD WRK-VALOR-LANCAR TO WRK-TOT-CONSTITUIDO
               ADD WRK-VALOR-LANCAR TO WRK-TN-CONSTITUIDO (WRK-NV-J)
               IF NOT RODADA-SIMULADA
                   MOVE WRK-COD-CONSTITUICAO TO GLJ_CODIGO
                   MOVE WRK-PDDC-DEBITO      TO WRK-CONTA-DEBITO
                   MOVE WRK-PDDC-CREDITO     TO WRK-CONTA-CREDITO
                   PERFORM 8500-LANCAR-JORNAL
                       THRU 8500-LANCAR-JORNAL-EXIT
               END-IF
           END-IF.

           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-VALOR-LANCAR = ZEROS - WRK-DIFERENCA
               ADD WRK-VALOR-LANCAR TO WRK-TOT-REVERTIDO
               ADD WRK-VALOR-LANCAR TO WRK-TN-REVERTIDO (WRK-NV-J)
               IF NOT RODADA-SIMULADA
                   MOVE WRK-COD-REVERSAO TO GLJ_CODIGO
                   MOVE WRK-PDDR-DEBITO  TO WRK-CONTA-DEBITO
                   MOVE WRK-PDDR-CREDITO TO WRK-CONTA-CREDITO
                   PERFORM 8500-LANCAR-JORNAL
                       THRU 8500-LANCAR-JORNAL-EXIT
               END-IF
           END-IF.

           IF NOT OP-ATIVA (WRK-OP-IDX)
               GO TO 5000-PROVISIONAR-OPERACAO-EXIT
           END-IF.

           ADD 1 TO WRK-TN-QTDE (WRK-NV-J).
           ADD WRK-OP-SALDO (WRK-OP-IDX)    TO WRK-TN-SALDO (WRK-NV-J).
           ADD WRK-OP-PROVISAO (WRK-OP-IDX)
               TO WRK-TN-PROVISAO (WRK-NV-J).
           ADD WRK-OP-SALDO (WRK-OP-IDX)    TO WRK-TOT-SALDO.
           ADD WRK-OP-PROVISAO (WRK-OP-IDX) TO WRK-TOT-PROVISAO.

           PERFORM 8600-ACUMULAR-FILIAL THRU 8600-ACUMULAR-FILIAL-EXIT.
       5000-PROVISIONAR-OPERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5500-RELATAR-MUDANCA.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-MUDANCAS.
           IF WRK-QTDE-MUDANCAS = 1
               MOVE "OPERACOES COM MUDANCA DE NIVEL OU DE PROVISAO"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           MOVE WRK-OP-MODALIDADE (WRK-OP-IDX)   TO WRK-M-MODALIDADE.
           MOVE WRK-OP-NUMERO (WRK-OP-IDX)       TO WRK-M-NUMERO.
           MOVE WRK-OP-CONTA (WRK-OP-IDX)        TO WRK-M-CONTA.
           MOVE WRK-OP-DIAS (WRK-OP-IDX)         TO WRK-M-DIAS.
           MOVE WRK-OP-NIVEL-ANT (WRK-OP-IDX)    TO WRK-M-NIVEL-ANT.
           MOVE WRK-OP-PROVISAO-ANT (WRK-OP-IDX) TO WRK-M-PROVISAO-ANT.
           MOVE WRK-OP-PROVISAO (WRK-OP-IDX)     TO WRK-M-PROVISAO.
           IF OP-ATIVA (WRK-OP-IDX)
               MOVE WRK-OP-NIVEL (WRK-OP-IDX)    TO WRK-M-NIVEL
           ELSE
               MOVE "LQ"                         TO WRK-M-NIVEL
           END-IF.
           MOVE WRK-LINHA-MUDANCA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5500-RELATAR-MUDANCA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-RELATAR-NIVEIS.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "CARTEIRA E PROVISAO POR NIVEL DE RISCO"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-CAB-NIVEL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 6100-RELATAR-NIVEL THRU 6100-RELATAR-NIVEL-EXIT
               VARYING WRK-NV-J FROM 1 BY 1
               UNTIL WRK-NV-J > 9.

           MOVE "SALDO DEVEDOR TOTAL.........: " TO WRK-T-TEXTO.
           MOVE WRK-TOT-SALDO         TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "PROVISAO DO MES ANTERIOR....: " TO WRK-T-TEXTO.
           MOVE WRK-TOT-PROVISAO-ANT  TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "CONSTITUICAO (PDDC).........: " TO WRK-T-TEXTO.
           MOVE WRK-TOT-CONSTITUIDO   TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "REVERSAO (PDDR).............: " TO WRK-T-TEXTO.
           MOVE WRK-TOT-REVERTIDO     TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "PROVISAO DO MES.............: " TO WRK-T-TEXTO.
           MOVE WRK-TOT-PROVISAO      TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-RELATAR-NIVEIS-EXIT.
           EXIT.

       6100-RELATAR-NIVEL.
           MOVE WRK-NV-NIVEL (WRK-NV-J)       TO WRK-N-NIVEL.
           MOVE WRK-NV-PERCENTUAL (WRK-NV-J)  TO WRK-N-PERCENTUAL.
           MOVE WRK-TN-QTDE (WRK-NV-J)        TO WRK-N-QTDE.
           MOVE WRK-TN-SALDO (WRK-NV-J)       TO WRK-N-SALDO.
           MOVE WRK-TN-PROVISAO (WRK-NV-J)    TO WRK-N-PROVISAO.
           MOVE WRK-TN-CONSTITUIDO (WRK-NV-J) TO WRK-N-CONSTITUIDO.
           MOVE WRK-TN-REVERTIDO (WRK-NV-J)   TO WRK-N-REVERTIDO.
           MOVE WRK-LINHA-NIVEL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6100-RELATAR-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   POR FILIAL, SO OS NIVEIS COM OPERACAO, E O TOTAL DA FILIAL  *
      *----------------------------------------------------------------*
       6500-RELATAR-FILIAIS.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "CARTEIRA E PROVISAO POR FILIAL E NIVEL"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "(FILIAL 0000 = CONTA SEM LANCAMENTO DE AGENCIA)"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 6600-RELATAR-FILIAL THRU 6600-RELATAR-FILIAL-EXIT
               VARYING WRK-FL-IDX FROM 1 BY 1
               UNTIL WRK-FL-IDX > WRK-MAX-FILIAIS.
       6500-RELATAR-FILIAIS-EXIT.
           EXIT.

       6600-RELATAR-FILIAL.
           MOVE WRK-FL-FILIAL (WRK-FL-IDX) TO WRK-F-FILIAL.

           PERFORM 6700-RELATAR-FILIAL-NIVEL
               THRU 6700-RELATAR-FILIAL-NIVEL-EXIT
               VARYING WRK-NV-J FROM 1 BY 1
               UNTIL WRK-NV-J > 9.

           MOVE "TL"                             TO WRK-F-NIVEL.
           MOVE WRK-FL-TOT-QTDE (WRK-FL-IDX)     TO WRK-F-QTDE.
           MOVE WRK-FL-TOT-SALDO (WRK-FL-IDX)    TO WRK-F-SALDO.
           MOVE WRK-FL-TOT-PROVISAO (WRK-FL-IDX) TO WRK-F-PROVISAO.
           MOVE WRK-LINHA-FILIAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6600-RELATAR-FILIAL-EXIT.
           EXIT.

       6700-RELATAR-FILIAL-NIVEL.
           IF WRK-FL-QTDE (WRK-FL-IDX WRK-NV-J) = ZEROS
               GO TO 6700-RELATAR-FILIAL-NIVEL-EXIT
           END-IF.
           MOVE WRK-NV-NIVEL (WRK-NV-J)  TO WRK-F-NIVEL.
           MOVE WRK-FL-QTDE (WRK-FL-IDX WRK-NV-J)     TO WRK-F-QTDE.
           MOVE WRK-FL-SALDO (WRK-FL-IDX WRK-NV-J)    TO WRK-F-SALDO.
           MOVE WRK-FL-PROVISAO (WRK-FL-IDX WRK-NV-J) TO WRK-F-PROVISAO.
           MOVE WRK-LINHA-FILIAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6700-RELATAR-FILIAL-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PROVMST SAI SO COM AS OPERACOES ATIVAS E A PROVISAO QUE     *
      *>   ACABOU DE SER CONTABILIZADA                                 *
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
           IF NOT OP-ATIVA (WRK-OP-IDX)
               GO TO 7100-GRAVAR-PROVISAO-EXIT
           END-IF.
           MOVE WRK-OP-MODALIDADE (WRK-OP-IDX) TO PROV_MODALIDADE.
           MOVE WRK-OP-NUMERO (WRK-OP-IDX)     TO PROV_NUMERO.
           MOVE WRK-OP-CONTA (WRK-OP-IDX)      TO PROV_CONTA.
           MOVE WRK-OP-FILIAL (WRK-OP-IDX)     TO PROV_FILIAL.
           MOVE WRK-OP-DIAS (WRK-OP-IDX)       TO PROV_DIAS_ATRASO.
           MOVE WRK-OP-NIVEL (WRK-OP-IDX)      TO PROV_NIVEL.
           MOVE WRK-OP-SALDO (WRK-OP-IDX)      TO PROV_SALDO.
           MOVE WRK-OP-PROVISAO (WRK-OP-IDX)   TO PROV_VALOR.
           MOVE WRK-DATA-HOJE                  TO PROV_DATA_CALCULO.
           WRITE PROVISAO-REG.
           ADD 1 TO WRK-QTDE-GRAVADAS.
       7100-GRAVAR-PROVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LOCALIZA (OU INCLUI) A OPERACAO CORRENTE E A MARCA ATIVA;   *
      *>   A FILIAL DO MOVIMENTO PREVALECE SOBRE A JA GUARDADA         *
      *----------------------------------------------------------------*
       8000-REGISTRAR-OPERACAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-OP-ACHADA.
           SET WRK-OP-IDX TO 1.
           SEARCH WRK-OP-ITEM
               VARYING WRK-OP-IDX
               AT END
                   CONTINUE
               WHEN WRK-OP-IDX > WRK-MAX-OPERACOES
                   CONTINUE
               WHEN WRK-OP-MODALIDADE (WRK-OP-IDX) = WRK-MODALIDADE
                   AND WRK-OP-NUMERO (WRK-OP-IDX) = WRK-NUMERO-OP
                   SET OP-ACHADA TO TRUE
           END-SEARCH.

           IF NOT OP-ACHADA
               IF WRK-MAX-OPERACOES < 2000
                   ADD 1 TO WRK-MAX-OPERACOES
                   SET WRK-OP-IDX TO WRK-MAX-OPERACOES
                   MOVE WRK-MODALIDADE TO WRK-OP-MODALIDADE (WRK-OP-IDX)
                   MOVE WRK-NUMERO-OP  TO WRK-OP-NUMERO (WRK-OP-IDX)
                   MOVE ZEROS          TO WRK-OP-FILIAL (WRK-OP-IDX)
                   MOVE ZEROS          TO WRK-OP-DIAS (WRK-OP-IDX)
                   MOVE SPACES         TO WRK-OP-NIVEL (WRK-OP-IDX)
                   MOVE ZEROS          TO WRK-OP-SALDO (WRK-OP-IDX)
                   MOVE ZEROS          TO WRK-OP-PROVISAO (WRK-OP-IDX)
                   MOVE SPACES         TO WRK-OP-NIVEL-ANT (WRK-OP-IDX)
                   MOVE ZEROS
                       TO WRK-OP-PROVISAO-ANT (WRK-OP-IDX)
                   MOVE "N"            TO WRK-OP-ATIVA (WRK-OP-IDX)
               ELSE
                   ADD 1 TO WRK-QTDE-TAB-ESTOURO
                   GO TO 8000-REGISTRAR-OPERACAO-EXIT
               END-IF
           END-IF.

           IF NOT OP-ATIVA (WRK-OP-IDX)
               MOVE ZEROS TO WRK-OP-SALDO (WRK-OP-IDX)
               MOVE ZEROS TO WRK-OP-DIAS (WRK-OP-IDX)
               MOVE "S"   TO WRK-OP-ATIVA (WRK-OP-IDX)
           END-IF.

           MOVE WRK-CONTA-OP TO WRK-OP-CONTA (WRK-OP-IDX).
           ADD WRK-SALDO-OP  TO WRK-OP-SALDO (WRK-OP-IDX).
           IF WRK-DIAS-OP > WRK-OP-DIAS (WRK-OP-IDX)
               MOVE WRK-DIAS-OP TO WRK-OP-DIAS (WRK-OP-IDX)
           END-IF.

           SET WRK-FC-IDX TO 1.
           SEARCH WRK-FC-ITEM
               VARYING WRK-FC-IDX
               AT END
                   CONTINUE
               WHEN WRK-FC-IDX > WRK-MAX-FILIAIS-CONTA
                   CONTINUE
               WHEN WRK-FC-CONTA (WRK-FC-IDX) = WRK-CONTA-OP
                   MOVE WRK-FC-FILIAL (WRK-FC-IDX)
                       TO WRK-OP-FILIAL (WRK-OP-IDX)
           END-SEARCH.
       8000-REGISTRAR-OPERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FAIXAS DE ATRASO: A ATE 14 DIAS, B 15-30, C 31-60, D 61-90, *
      *>   E 91-120, F 121-150, G 151-180, H ACIMA DE 180. O NIVEL AA  *
      *>   NAO DECORRE DE ATRASO E NAO E ATRIBUIDO AQUI                *
      *----------------------------------------------------------------*
       8100-CLASSIFICAR-NIVEL.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WRK-OP-DIAS (WRK-OP-IDX) < 15
                   MOVE "A " TO WRK-NIVEL
               WHEN WRK-OP-DIAS (WRK-OP-IDX) NOT > 30
                   MOVE "B " TO WRK-NIVEL
               WHEN WRK-OP-DIAS (WRK-OP-IDX) NOT > 60
                   MOVE "C " TO WRK-NIVEL
               WHEN WRK-OP-DIAS (WRK-OP-IDX) NOT > 90
                   MOVE "D " TO WRK-NIVEL
               WHEN WRK-OP-DIAS (WRK-OP-IDX) NOT > 120
                   MOVE "E " TO WRK-NIVEL
               WHEN WRK-OP-DIAS (WRK-OP-IDX) NOT > 150
                   MOVE "F " TO WRK-NIVEL
               WHEN WRK-OP-DIAS (WRK-OP-IDX) NOT > 180
                   MOVE "G " TO WRK-NIVEL
               WHEN OTHER
                   MOVE "H " TO WRK-NIVEL
           END-EVALUATE.

           PERFORM 8300-PROCURAR-NIVEL THRU 8300-PROCURAR-NIVEL-EXIT.
       8100-CLASSIFICAR-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   POSICIONA WRK-NV-IDX NO NIVEL DE WRK-NIVEL; NIVEL ANTERIOR  *
      *>   INVALIDO OU EM BRANCO CAI NO H, POR PRUDENCIA               *
      *----------------------------------------------------------------*
       8300-PROCURAR-NIVEL.
      *----------------------------------------------------------------*
           SET WRK-NV-IDX TO 1.
           SEARCH WRK-NV-ITEM
               VARYING WRK-NV-IDX
               AT END
                   SET WRK-NV-IDX TO 9
               WHEN WRK-NV-NIVEL (WRK-NV-IDX) = WRK-NIVEL
                   CONTINUE
           END-SEARCH.
       8300-PROCURAR-NIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PAR BALANCEADO NO DIARIO: DEBITO E CREDITO DE MESMO VALOR   *
      *>   NAS CONTAS DO CODIGO, COMO EM DIARIO-CONTABIL.COB           *
      *----------------------------------------------------------------*
       8500-LANCAR-JORNAL.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE              TO GLJ_DATA.
           MOVE WRK-CONTA-DEBITO           TO GLJ_CONTA_GL.
           MOVE "D"                        TO GLJ_DC.
           MOVE WRK-VALOR-LANCAR           TO GLJ_VALOR.
           MOVE WRK-OP-CONTA (WRK-OP-IDX)  TO GLJ_CONTA_ORIGEM.
           WRITE JORNAL-REG.

           MOVE WRK-CONTA-CREDITO          TO GLJ_CONTA_GL.
           MOVE "C"                        TO GLJ_DC.
           WRITE JORNAL-REG.

           ADD 1 TO WRK-QTDE-LANCAMENTOS.
       8500-LANCAR-JORNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8600-ACUMULAR-FILIAL.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FL-ACHADA.
           SET WRK-FL-IDX TO 1.
           SEARCH WRK-FL-ITEM
               VARYING WRK-FL-IDX
               AT END
                   CONTINUE
               WHEN WRK-FL-IDX > WRK-MAX-FILIAIS
                   CONTINUE
               WHEN WRK-FL-FILIAL (WRK-FL-IDX)
                       = WRK-OP-FILIAL (WRK-OP-IDX)
                   SET FL-ACHADA TO TRUE
           END-SEARCH.

           IF NOT FL-ACHADA
               IF WRK-MAX-FILIAIS < 200
                   ADD 1 TO WRK-MAX-FILIAIS
                   SET WRK-FL-IDX TO WRK-MAX-FILIAIS
                   INITIALIZE WRK-FL-ITEM (WRK-FL-IDX)
                   MOVE WRK-OP-FILIAL (WRK-OP-IDX)
                       TO WRK-FL-FILIAL (WRK-FL-IDX)
               ELSE
                   DISPLAY "TABELA DE FILIAIS CHEIA, FILIAL "
                       WRK-OP-FILIAL (WRK-OP-IDX) " FORA DO RELATORIO"
                   GO TO 8600-ACUMULAR-FILIAL-EXIT
               END-IF
           END-IF.

           ADD 1 TO WRK-FL-QTDE (WRK-FL-IDX WRK-NV-J).
           ADD WRK-OP-SALDO (WRK-OP-IDX)
               TO WRK-FL-SALDO (WRK-FL-IDX WRK-NV-J).
           ADD WRK-OP-PROVISAO (WRK-OP-IDX)
               TO WRK-FL-PROVISAO (WRK-FL-IDX WRK-NV-J).
           ADD 1 TO WRK-FL-TOT-QTDE (WRK-FL-IDX).
           ADD WRK-OP-SALDO (WRK-OP-IDX)
               TO WRK-FL-TOT-SALDO (WRK-FL-IDX).
           ADD WRK-OP-PROVISAO (WRK-OP-IDX)
               TO WRK-FL-TOT-PROVISAO (WRK-FL-IDX).
       8600-ACUMULAR-FILIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RELATORIO-FILE.

           DISPLAY "===== PROVISAO PARA CREDITOS DE LIQUIDACAO "
               "DUVIDOSA =====".
           DISPLAY "ADIANTAMENTOS........: " WRK-QTDE-ADIANTAMENTOS.
           DISPLAY "PLANOS...............: " WRK-QTDE-PLANOS.
           DISPLAY "VENDAS FINANCIADAS...: " WRK-QTDE-VENDAS.
           DISPLAY "LIQUIDADAS...........: " WRK-QTDE-LIQUIDADAS.
           DISPLAY "MUDANCAS.............: " WRK-QTDE-MUDANCAS.
           DISPLAY "PROVISAO ANTERIOR....: " WRK-TOT-PROVISAO-ANT.
           DISPLAY "CONSTITUIDO..........: " WRK-TOT-CONSTITUIDO.
           DISPLAY "REVERTIDO............: " WRK-TOT-REVERTIDO.
           DISPLAY "PROVISAO DO MES......: " WRK-TOT-PROVISAO.
           DISPLAY "LANCAMENTOS NO DIARIO: " WRK-QTDE-LANCAMENTOS.
           DISPLAY "OPERACOES EM PROVMST.: " WRK-QTDE-GRAVADAS.
           DISPLAY "FORA DA TABELA.......: " WRK-QTDE-TAB-ESTOURO.

           IF RODADA-SIMULADA
               DISPLAY "PROVISAO-CALCULA: RODADA SIMULADA, NADA "
                   "CONTABILIZADO"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
