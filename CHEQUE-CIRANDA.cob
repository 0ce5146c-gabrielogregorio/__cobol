      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CHEQUE-CIRANDA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : VARREDURA DIARIA DE CIRANDA DE CHEQUES         <*
      *>                (KITING) SOBRE O FLOAT DE CHEQPEND E O        <*
      *>                MOVIMENTO DO DIA (ACUMTRANS). QUATRO SINAIS:  <*
      *>                (1) CIRCULO INTERNO - DUAS CONTAS DA CASA DO  <*
      *>                MESMO CPF OU DO MESMO GRUPO ECONOMICO         <*
      *>                (GRUPOMST) COM CHEQUE DE UMA DEPOSITADO NA    <*
      *>                OUTRA E VICE-VERSA, AMBOS AINDA EM FLOAT (O   <*
      *>                EMITENTE VEM DA BANDA CMC-7, CHQ_SACADO, E A  <*
      *>                CASA E RECONHECIDA PELO PARAMETRO CHQBANCO);  <*
      *>                (2) CIRCULO EXTERNO - CONTA COM FLOAT DE      <*
      *>                CHEQUES DE OUTROS BANCOS QUE PAGOU HOJE, EM   <*
      *>                CHEQUES PROPRIOS APRESENTADOS PELA CAMARA     <*
      *>                (CHPG), CHQKITPCT% OU MAIS DESSE FLOAT; (3)   <*
      *>                USO REPETIDO DO FLOAT - CHEQUE COMPENSADO     <*
      *>                HOJE COM CHQKITPCT% OU MAIS SACADO NO MESMO   <*
      *>                DIA, CONTADO EM CHEQVIGIA; A CHQKITREP VEZES  <*
      *>                (PADRAO 3) DENTRO DE CHQKITJAN DIAS (PADRAO   <*
      *>                30) A CONTA E SUSPEITA; (4) DEVOLUCAO DO DIA  <*
      *>                (CHEQDEV) DE CHEQUE JA CREDITADO CUJO VALOR   <*
      *>                FOI SACADO ENTRE A COMPENSACAO E ONTEM        <*
      *>                (DEBITOS DE ACUMHISTK). A CONTA SUSPEITA FICA <*
      *>                MARCADA EM CHEQVIGIA COM CHQKITEXT DIAS UTEIS <*
      *>                A MAIS DE FLOAT (PADRAO 3, APLICADOS POR      <*
      *>                CHEQUE-DEPOSITO.COB) E GANHA ITEM NA FILA DE  <*
      *>                DILIGENCIA REFORCADA (EDDFILA, CODIGO CHQK).  <*
      *>                TUDO SAI NO RELATORIO CHQCIRREL. HAVENDO      <*
      *>                SUSPEITA, RC=4. RODA NA CADEIA NOTURNA DEPOIS <*
      *>                DO ACUMULADOR                                 <*
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
           SELECT PENDENTE-FILE       ASSIGN TO "CHEQPEND"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PEND.

           SELECT DEVOLUCAO-FILE      ASSIGN TO "CHEQDEV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEV.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT HISTORICO-K-FILE    ASSIGN TO "ACUMHISTK"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS AHK-CHAVE
               FILE STATUS        IS WRK-STATUS-HISTK.

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

           SELECT GRUPO-FILE          ASSIGN TO "GRUPOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS GRP_DOCUMENTO
               ALTERNATE RECORD KEY IS GRP_CODIGO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GRP.

           SELECT VIGIA-FILE          ASSIGN TO "CHEQVIGIA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS VIG_CONTA
               FILE STATUS        IS WRK-STATUS-VIG.

           SELECT EDD-FILE            ASSIGN TO "EDDFILA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EDD.

           SELECT RELATORIO-FILE      ASSIGN TO "CHQCIRREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PENDENTE-FILE.
           COPY CHEQUE-REG.

       FD  DEVOLUCAO-FILE.
       01  DEVOLUCAO-REG.
           02 DEV-CONTROLE        PIC 9(07).
           02 DEV-MOTIVO          PIC X(20).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  HISTORICO-K-FILE.
           COPY ACUMHISTK-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  GRUPO-FILE.
           COPY GRUPO-REG.

       FD  VIGIA-FILE.
           COPY CHEQVIG-REG.

       FD  EDD-FILE.
           COPY EDD-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PEND        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DEV         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HISTK       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLI         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GRP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VIG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EDD         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77  WRK-FIM-EDD            PIC X(01) VALUE "N".
           88 FIM-EDD                 VALUE "S".
       77  WRK-FIM-HISTK          PIC X(01) VALUE "N".
           88 FIM-HISTK               VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-HISTK-ABERTO       PIC X(01) VALUE "N".
           88 HISTK-ABERTO            VALUE "S".
       77  WRK-TIT-ABERTO         PIC X(01) VALUE "N".
           88 TIT-ABERTO              VALUE "S".
       77  WRK-CLI-ABERTO         PIC X(01) VALUE "N".
           88 CLI-ABERTO              VALUE "S".
       77  WRK-GRP-ABERTO         PIC X(01) VALUE "N".
           88 GRP-ABERTO              VALUE "S".
       77  WRK-EDD-ABERTO         PIC X(01) VALUE "N".
           88 EDD-ABERTO              VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-PROXIMO-EDD        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ULT-USO       PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PARAMETROS (PARAMMST)                                       *
      *----------------------------------------------------------------*
       77  WRK-BANCO-CASA         PIC X(03) VALUE SPACES.
       77  WRK-PERCENTUAL         PIC 9(03) VALUE 80.
       77  WRK-REPETICOES         PIC 9(03) VALUE 3.
       77  WRK-JANELA-DIAS        PIC 9(03) VALUE 30.
       77  WRK-DIAS-EXTRA         PIC 9(03) VALUE 3.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-N       REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-3           PIC 9(03).
           02 FILLER               PIC X(17).

      *----------------------------------------------------------------*
      *>   DEVOLUCOES DO DIA (CHEQDEV), POR NUMERO DE CONTROLE         *
      *----------------------------------------------------------------*
       77  WRK-MAX-DEVOLUCOES     PIC 9(03) VALUE ZEROS.
       77  WRK-DEV-ACHADA         PIC X(01) VALUE "N".
           88 DEVOLUCAO-ACHADA        VALUE "S".
       01  WRK-TABELA-DEVOLUCOES.
           02 WRK-DV-ITEM  OCCURS 200 TIMES
                            INDEXED BY WRK-DV-IDX.
               03 WRK-DV-CONTROLE      PIC 9(07).

      *----------------------------------------------------------------*
      *>   CONTAS COM CHEQUE EM FLOAT, COMPENSADO HOJE OU DEVOLVIDO    *
      *>   HOJE, COM OS DEBITOS DO DIA                                 *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONTAS         PIC 9(04) VALUE ZEROS.
       77  WRK-CT-SUB             PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA-ACHADA       PIC X(01) VALUE "N".
           88 CONTA-ACHADA            VALUE "S".
       01  WRK-TABELA-CONTAS.
           02 WRK-CT-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-CT-IDX.
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-FLOAT-EXT     PIC 9(11)V99.
               03 WRK-CT-COMP-HOJE     PIC 9(11)V99.
               03 WRK-CT-DEBITO-HOJE   PIC 9(11)V99.
               03 WRK-CT-CHPG-HOJE     PIC 9(11)V99.
               03 WRK-CT-SUSPEITA      PIC X(01).

      *----------------------------------------------------------------*
      *>   CHEQUES EM FLOAT EMITIDOS POR CONTA DA CASA E DEPOSITADOS   *
      *>   EM OUTRA CONTA DA CASA                                      *
      *----------------------------------------------------------------*
       77  WRK-MAX-LIGACOES       PIC 9(04) VALUE ZEROS.
       77  WRK-LG-SUB             PIC 9(04) VALUE ZEROS.
       77  WRK-LG-VOLTA           PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-LIGACOES.
           02 WRK-LG-ITEM  OCCURS 2000 TIMES.
               03 WRK-LG-DESTINO       PIC 9(08).
               03 WRK-LG-ORIGEM        PIC 9(08).
               03 WRK-LG-VALOR         PIC 9(09)V99.
       01  WRK-CONTA-EMITENTE     PIC X(08) VALUE SPACES.
       01  WRK-CONTA-EMITENTE-N   REDEFINES WRK-CONTA-EMITENTE
                                   PIC 9(08).

      *----------------------------------------------------------------*
      *>   TITULARES DE UMA CONTA, COM O GRUPO ECONOMICO DE CADA UM;   *
      *>   WRK-TITULARES-A GUARDA A PRIMEIRA CONTA DA COMPARACAO       *
      *----------------------------------------------------------------*
       77  WRK-TT-SUB             PIC 9(02) VALUE ZEROS.
       77  WRK-TA-SUB             PIC 9(02) VALUE ZEROS.
       77  WRK-TT-CONTA           PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-PRINCIPAL      PIC X(11) VALUE SPACES.
       77  WRK-DOC-GRUPO          PIC X(14) VALUE SPACES.
       77  WRK-RELACAO            PIC X(01) VALUE "N".
           88 CONTAS-RELACIONADAS     VALUE "S".
       01  WRK-TITULARES.
           02 WRK-TT-QTDE          PIC 9(02).
           02 WRK-TT-ITEM  OCCURS 10 TIMES.
               03 WRK-TT-CPF           PIC X(11).
               03 WRK-TT-GRUPO         PIC 9(06).
       01  WRK-TITULARES-A.
           02 WRK-TA-QTDE          PIC 9(02).
           02 WRK-TA-ITEM  OCCURS 10 TIMES.
               03 WRK-TA-CPF           PIC X(11).
               03 WRK-TA-GRUPO         PIC 9(06).

      *----------------------------------------------------------------*
      *>   SUSPEITA EM REGISTRO                                        *
      *----------------------------------------------------------------*
       77  WRK-SU-CONTA           PIC 9(08) VALUE ZEROS.
       77  WRK-SU-OUTRA           PIC 9(08) VALUE ZEROS.
       77  WRK-SU-MOTIVO          PIC X(12) VALUE SPACES.
       77  WRK-SU-VALOR           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LIMIAR             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SACADO-APOS        PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QTDE-CHEQUES       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONTAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CIRC-INTERNO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CIRC-EXTERNO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-USO-FLOAT     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-USO-REPETIDO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEV-SACADO    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SUSPEITAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PARA-EDD      PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHA DO RELATORIO                                          *
      *----------------------------------------------------------------*
       01  WRK-LINHA-SUSPEITA.
           02 WRK-LS-MOTIVO        PIC X(12).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-LS-CONTA         PIC 9(08).
           02 FILLER               PIC X(08) VALUE " LIGADA ".
           02 WRK-LS-OUTRA         PIC 9(08).
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-LS-VALOR         PIC Z(10)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LS-ACAO          PIC X(20).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-VARRER-CHEQUES    THRU 2000-VARRER-CHEQUES-EXIT.
           IF WRK-MAX-CONTAS > ZEROS
               PERFORM 3000-VARRER-MOVIMENTO
                   THRU 3000-VARRER-MOVIMENTO-EXIT
               PERFORM 4000-CIRCULOS-INTERNOS
                   THRU 4000-CIRCULOS-INTERNOS-EXIT
               PERFORM 5000-AVALIAR-CONTA THRU 5000-AVALIAR-CONTA-EXIT
                   VARYING WRK-CT-SUB FROM 1 BY 1
                   UNTIL WRK-CT-SUB > WRK-MAX-CONTAS
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "CHQBANCO" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               MOVE WRK-PARM-VALOR (1:3) TO WRK-BANCO-CASA
           ELSE
               DISPLAY "CHEQUE-CIRANDA: SEM CHQBANCO EM PARAMMST - "
                   "CIRCULO INTERNO NAO CONFERIDO"
           END-IF.

           MOVE "CHQKITPCT" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-3 > ZEROS
               AND WRK-PARM-3 NOT > 100
               MOVE WRK-PARM-3 TO WRK-PERCENTUAL
           END-IF.

           MOVE "CHQKITREP" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-3 > ZEROS
               MOVE WRK-PARM-3 TO WRK-REPETICOES
           END-IF.

           MOVE "CHQKITJAN" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-3 > ZEROS
               MOVE WRK-PARM-3 TO WRK-JANELA-DIAS
           END-IF.

           MOVE "CHQKITEXT" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               MOVE WRK-PARM-3 TO WRK-DIAS-EXTRA
           END-IF.

           PERFORM 1100-CARREGAR-DEVOLUCOES
               THRU 1100-CARREGAR-DEVOLUCOES-EXIT.

           OPEN INPUT HISTORICO-K-FILE.
           IF WRK-STATUS-HISTK = "00"
               SET HISTK-ABERTO TO TRUE
           END-IF.
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT = "00"
               SET TIT-ABERTO TO TRUE
           END-IF.
           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-CLI = "00"
               SET CLI-ABERTO TO TRUE
           END-IF.
           OPEN INPUT GRUPO-FILE.
           IF WRK-STATUS-GRP = "00"
               SET GRP-ABERTO TO TRUE
           END-IF.

           OPEN I-O VIGIA-FILE.
           IF WRK-STATUS-VIG = "35"
               CLOSE VIGIA-FILE
               OPEN OUTPUT VIGIA-FILE
               CLOSE VIGIA-FILE
               OPEN I-O VIGIA-FILE
           END-IF.

           PERFORM 1200-OBTER-PROXIMO-EDD
               THRU 1200-OBTER-PROXIMO-EDD-EXIT.
           OPEN EXTEND EDD-FILE.
           IF WRK-STATUS-EDD = "35"
               OPEN OUTPUT EDD-FILE
           END-IF.
           IF WRK-STATUS-EDD = "00"
               SET EDD-ABERTO TO TRUE
           ELSE
               DISPLAY "CHEQUE-CIRANDA: EDDFILA INDISPONIVEL, STATUS "
                   WRK-STATUS-EDD " - SUSPEITAS SO NO RELATORIO"
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "SUSPEITAS DE CIRANDA DE CHEQUES" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-DEVOLUCOES.
      *----------------------------------------------------------------*
           OPEN INPUT DEVOLUCAO-FILE.
           IF WRK-STATUS-DEV NOT = "00"
               CLOSE DEVOLUCAO-FILE
               GO TO 1100-CARREGAR-DEVOLUCOES-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 1150-GUARDAR-DEVOLUCAO
               THRU 1150-GUARDAR-DEVOLUCAO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE DEVOLUCAO-FILE.
       1100-CARREGAR-DEVOLUCOES-EXIT.
           EXIT.

       1150-GUARDAR-DEVOLUCAO.
           READ DEVOLUCAO-FILE.
           IF WRK-STATUS-DEV NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 1150-GUARDAR-DEVOLUCAO-EXIT
           END-IF.
           IF WRK-MAX-DEVOLUCOES < 200
               ADD 1 TO WRK-MAX-DEVOLUCOES
               MOVE DEV-CONTROLE TO
                   WRK-DV-CONTROLE (WRK-MAX-DEVOLUCOES)
           ELSE
               DISPLAY "TABELA DE DEVOLUCOES CHEIA, IGNORADA: "
                   DEV-CONTROLE
           END-IF.
       1150-GUARDAR-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-OBTER-PROXIMO-EDD.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-EDD.

           OPEN INPUT EDD-FILE.
           IF WRK-STATUS-EDD NOT = "00"
               CLOSE EDD-FILE
               GO TO 1200-OBTER-PROXIMO-EDD-EXIT
           END-IF.

           PERFORM 1250-LER-EDD THRU 1250-LER-EDD-EXIT
               UNTIL FIM-EDD.
           CLOSE EDD-FILE.
       1200-OBTER-PROXIMO-EDD-EXIT.
           EXIT.

       1250-LER-EDD.
           READ EDD-FILE.
           IF WRK-STATUS-EDD NOT = "00"
               SET FIM-EDD TO TRUE
               GO TO 1250-LER-EDD-EXIT
           END-IF.
           IF EDD_NUMERO >= WRK-PROXIMO-EDD
               COMPUTE WRK-PROXIMO-EDD = EDD_NUMERO + 1
           END-IF.
       1250-LER-EDD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHEQPEND: FLOAT PENDENTE, COMPENSADOS HOJE E DEVOLVIDOS     *
      *>   HOJE. A DEVOLUCAO DE CHEQUE JA CREDITADO E CONFERIDA AQUI   *
      *>   MESMO CONTRA OS DEBITOS DESDE A COMPENSACAO                 *
      *----------------------------------------------------------------*
       2000-VARRER-CHEQUES.
      *----------------------------------------------------------------*
           OPEN INPUT PENDENTE-FILE.
           IF WRK-STATUS-PEND NOT = "00"
               GO TO 2000-VARRER-CHEQUES-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 2100-EXAMINAR-CHEQUE THRU 2100-EXAMINAR-CHEQUE-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE PENDENTE-FILE.
       2000-VARRER-CHEQUES-EXIT.
           EXIT.

       2100-EXAMINAR-CHEQUE.
           READ PENDENTE-FILE.
           IF WRK-STATUS-PEND NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 2100-EXAMINAR-CHEQUE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CHQ-PENDENTE
                   ADD 1 TO WRK-QTDE-CHEQUES
                   PERFORM 2200-GUARDAR-CONTA
                       THRU 2200-GUARDAR-CONTA-EXIT
                   PERFORM 2300-GUARDAR-FLOAT
                       THRU 2300-GUARDAR-FLOAT-EXIT
               WHEN CHQ-COMPENSADO
                   AND CHQ_DATA_COMPENSA = WRK-DATA-HOJE
                   ADD 1 TO WRK-QTDE-CHEQUES
                   PERFORM 2200-GUARDAR-CONTA
                       THRU 2200-GUARDAR-CONTA-EXIT
                   IF CONTA-ACHADA
                       ADD CHQ_VALOR TO WRK-CT-COMP-HOJE (WRK-CT-SUB)
                   END-IF
               WHEN CHQ-DEVOLVIDO
                   AND CHQ_DATA_COMPENSA < WRK-DATA-HOJE
                   PERFORM 2500-PROCURAR-DEVOLUCAO
                       THRU 2500-PROCURAR-DEVOLUCAO-EXIT
                   IF DEVOLUCAO-ACHADA
                       ADD 1 TO WRK-QTDE-CHEQUES
                       PERFORM 2200-GUARDAR-CONTA
                           THRU 2200-GUARDAR-CONTA-EXIT
                       PERFORM 2600-CONFERIR-DEVOLVIDO
                           THRU 2600-CONFERIR-DEVOLVIDO-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXAMINAR-CHEQUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   POSICIONA WRK-CT-SUB NA CONTA DO CHEQUE, INCLUINDO SE NOVA  *
      *----------------------------------------------------------------*
       2200-GUARDAR-CONTA.
      *----------------------------------------------------------------*
           MOVE CHQ_CONTA TO WRK-TT-CONTA.
           PERFORM 7000-LOCALIZAR-CONTA THRU 7000-LOCALIZAR-CONTA-EXIT.
           IF CONTA-ACHADA
               GO TO 2200-GUARDAR-CONTA-EXIT
           END-IF.

           IF WRK-MAX-CONTAS = 5000
               DISPLAY "TABELA DE CONTAS CHEIA, IGNORADA: " CHQ_CONTA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2200-GUARDAR-CONTA-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-CONTAS.
           ADD 1 TO WRK-QTDE-CONTAS.
           MOVE WRK-MAX-CONTAS TO WRK-CT-SUB.
           MOVE CHQ_CONTA TO WRK-CT-CONTA (WRK-CT-SUB).
           MOVE ZEROS     TO WRK-CT-FLOAT-EXT (WRK-CT-SUB)
                             WRK-CT-COMP-HOJE (WRK-CT-SUB)
                             WRK-CT-DEBITO-HOJE (WRK-CT-SUB)
                             WRK-CT-CHPG-HOJE (WRK-CT-SUB).
           MOVE "N"       TO WRK-CT-SUSPEITA (WRK-CT-SUB).
           SET CONTA-ACHADA TO TRUE.
       2200-GUARDAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHEQUE EM FLOAT: DE OUTRO BANCO SOMA NO FLOAT EXTERNO DA    *
      *>   CONTA; DE OUTRA CONTA DA CASA VIRA LIGACAO EMITENTE ->      *
      *>   DEPOSITANTE PARA A PROCURA DE CIRCULOS                      *
      *----------------------------------------------------------------*
       2300-GUARDAR-FLOAT.
      *----------------------------------------------------------------*
           IF CHQ_SACADO = SPACES OR NOT CONTA-ACHADA
               GO TO 2300-GUARDAR-FLOAT-EXIT
           END-IF.

           IF WRK-BANCO-CASA = SPACES
               OR CHQ_SACADO_BANCO NOT = WRK-BANCO-CASA
               ADD CHQ_VALOR TO WRK-CT-FLOAT-EXT (WRK-CT-SUB)
               GO TO 2300-GUARDAR-FLOAT-EXIT
           END-IF.

           MOVE CHQ_SACADO_CONTA (1:8) TO WRK-CONTA-EMITENTE.
           IF WRK-CONTA-EMITENTE IS NOT NUMERIC
               OR WRK-CONTA-EMITENTE-N = CHQ_CONTA
               GO TO 2300-GUARDAR-FLOAT-EXIT
           END-IF.

           IF WRK-MAX-LIGACOES = 2000
               DISPLAY "TABELA DE LIGACOES CHEIA, IGNORADO CONTROLE "
                   CHQ_CONTROLE
               GO TO 2300-GUARDAR-FLOAT-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-LIGACOES.
           MOVE WRK-MAX-LIGACOES     TO WRK-LG-SUB.
           MOVE CHQ_CONTA            TO WRK-LG-DESTINO (WRK-LG-SUB).
           MOVE WRK-CONTA-EMITENTE-N TO WRK-LG-ORIGEM (WRK-LG-SUB).
           MOVE CHQ_VALOR            TO WRK-LG-VALOR (WRK-LG-SUB).
       2300-GUARDAR-FLOAT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-PROCURAR-DEVOLUCAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-DEV-ACHADA.

           IF WRK-MAX-DEVOLUCOES = ZEROS
               GO TO 2500-PROCURAR-DEVOLUCAO-EXIT
           END-IF.

           SET WRK-DV-IDX TO 1.
           SEARCH WRK-DV-ITEM
               VARYING WRK-DV-IDX
               AT END
                   CONTINUE
               WHEN WRK-DV-IDX > WRK-MAX-DEVOLUCOES
                   CONTINUE
               WHEN WRK-DV-CONTROLE (WRK-DV-IDX) = CHQ_CONTROLE
                   SET DEVOLUCAO-ACHADA TO TRUE
           END-SEARCH.
       2500-PROCURAR-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHEQUE DEVOLVIDO HOJE DEPOIS DE CREDITADO: SOMA OS DEBITOS  *
      *>   DA CONTA DA COMPENSACAO ATE ONTEM (ACUMHISTK). SE PASSAM    *
      *>   DE CHQKITPCT% DO CHEQUE, O CREDITO FALSO FOI GASTO          *
      *----------------------------------------------------------------*
       2600-CONFERIR-DEVOLVIDO.
      *----------------------------------------------------------------*
           IF NOT HISTK-ABERTO OR NOT CONTA-ACHADA
               GO TO 2600-CONFERIR-DEVOLVIDO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-SACADO-APOS.
           MOVE "N" TO WRK-FIM-HISTK.
           MOVE CHQ_CONTA         TO AHK_CONTA.
           MOVE CHQ_DATA_COMPENSA TO AHK_DATA.
           MOVE ZEROS             TO AHK_SEQ.
           START HISTORICO-K-FILE KEY IS NOT LESS THAN AHK-CHAVE
               INVALID KEY
                   SET FIM-HISTK TO TRUE
           END-START.

           PERFORM 2650-SOMAR-DEBITO THRU 2650-SOMAR-DEBITO-EXIT
               UNTIL FIM-HISTK.

           COMPUTE WRK-LIMIAR = CHQ_VALOR * WRK-PERCENTUAL / 100.
           IF WRK-SACADO-APOS > ZEROS
               AND WRK-SACADO-APOS NOT < WRK-LIMIAR
               ADD 1 TO WRK-QTDE-DEV-SACADO
               MOVE CHQ_CONTA       TO WRK-SU-CONTA
               MOVE ZEROS           TO WRK-SU-OUTRA
               MOVE "DEVOL.SACADO"  TO WRK-SU-MOTIVO
               MOVE CHQ_VALOR       TO WRK-SU-VALOR
               PERFORM 6000-MARCAR-SUSPEITA
                   THRU 6000-MARCAR-SUSPEITA-EXIT
           END-IF.
       2600-CONFERIR-DEVOLVIDO-EXIT.
           EXIT.

       2650-SOMAR-DEBITO.
           READ HISTORICO-K-FILE NEXT RECORD.
           IF WRK-STATUS-HISTK NOT = "00"
               SET FIM-HISTK TO TRUE
               GO TO 2650-SOMAR-DEBITO-EXIT
           END-IF.
           IF AHK_CONTA NOT = CHQ_CONTA
               OR AHK_DATA NOT < WRK-DATA-HOJE
               SET FIM-HISTK TO TRUE
               GO TO 2650-SOMAR-DEBITO-EXIT
           END-IF.
           IF AHK_DELTA < ZEROS
               SUBTRACT AHK_DELTA FROM WRK-SACADO-APOS
           END-IF.
       2650-SOMAR-DEBITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEBITOS DO DIA DAS CONTAS DA TABELA; CHPG E O CHEQUE DA     *
      *>   CONTA PAGO A OUTRO BANCO PELA COMPENSACAO DE ENTRADA        *
      *----------------------------------------------------------------*
       3000-VARRER-MOVIMENTO.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               GO TO 3000-VARRER-MOVIMENTO-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 3100-SOMAR-MOVIMENTO THRU 3100-SOMAR-MOVIMENTO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE TRANSACAO-FILE.
       3000-VARRER-MOVIMENTO-EXIT.
           EXIT.

       3100-SOMAR-MOVIMENTO.
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 3100-SOMAR-MOVIMENTO-EXIT
           END-IF.
           IF NOT TRANS-DEBITO
               GO TO 3100-SOMAR-MOVIMENTO-EXIT
           END-IF.

           MOVE TRANS_CONTA TO WRK-TT-CONTA.
           PERFORM 7000-LOCALIZAR-CONTA THRU 7000-LOCALIZAR-CONTA-EXIT.
           IF NOT CONTA-ACHADA
               GO TO 3100-SOMAR-MOVIMENTO-EXIT
           END-IF.

           ADD TRANS_VALOR TO WRK-CT-DEBITO-HOJE (WRK-CT-SUB).
           IF TRANS_CODIGO = "CHPG"
               ADD TRANS_VALOR TO WRK-CT-CHPG-HOJE (WRK-CT-SUB)
           END-IF.
       3100-SOMAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CIRCULO INTERNO: LIGACAO A -> B COM A VOLTA B -> A, AMBAS   *
      *>   EM FLOAT, ENTRE CONTAS DO MESMO CPF OU GRUPO ECONOMICO      *
      *----------------------------------------------------------------*
       4000-CIRCULOS-INTERNOS.
      *----------------------------------------------------------------*
           IF WRK-MAX-LIGACOES < 2
               GO TO 4000-CIRCULOS-INTERNOS-EXIT
           END-IF.

           PERFORM 4100-PROCURAR-VOLTA THRU 4100-PROCURAR-VOLTA-EXIT
               VARYING WRK-LG-SUB FROM 1 BY 1
               UNTIL WRK-LG-SUB > WRK-MAX-LIGACOES.
       4000-CIRCULOS-INTERNOS-EXIT.
           EXIT.

       4100-PROCURAR-VOLTA.
           PERFORM 4150-COMPARAR-VOLTA THRU 4150-COMPARAR-VOLTA-EXIT
               VARYING WRK-LG-VOLTA FROM WRK-LG-SUB BY 1
               UNTIL WRK-LG-VOLTA > WRK-MAX-LIGACOES.
       4100-PROCURAR-VOLTA-EXIT.
           EXIT.

       4150-COMPARAR-VOLTA.
           IF WRK-LG-DESTINO (WRK-LG-VOLTA) NOT =
                  WRK-LG-ORIGEM (WRK-LG-SUB)
               OR WRK-LG-ORIGEM (WRK-LG-VOLTA) NOT =
                  WRK-LG-DESTINO (WRK-LG-SUB)
               GO TO 4150-COMPARAR-VOLTA-EXIT
           END-IF.

           PERFORM 4500-VERIFICAR-RELACAO
               THRU 4500-VERIFICAR-RELACAO-EXIT.
           IF NOT CONTAS-RELACIONADAS
               GO TO 4150-COMPARAR-VOLTA-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CIRC-INTERNO.
           MOVE "CIRC.INTERNO"              TO WRK-SU-MOTIVO.
           MOVE WRK-LG-DESTINO (WRK-LG-SUB) TO WRK-SU-CONTA.
           MOVE WRK-LG-ORIGEM (WRK-LG-SUB)  TO WRK-SU-OUTRA.
           MOVE WRK-LG-VALOR (WRK-LG-SUB)   TO WRK-SU-VALOR.
           PERFORM 6000-MARCAR-SUSPEITA THRU 6000-MARCAR-SUSPEITA-EXIT.

           MOVE WRK-LG-DESTINO (WRK-LG-VOLTA) TO WRK-SU-CONTA.
           MOVE WRK-LG-ORIGEM (WRK-LG-VOLTA)  TO WRK-SU-OUTRA.
           MOVE WRK-LG-VALOR (WRK-LG-VOLTA)   TO WRK-SU-VALOR.
           PERFORM 6000-MARCAR-SUSPEITA THRU 6000-MARCAR-SUSPEITA-EXIT.
       4150-COMPARAR-VOLTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AS DUAS CONTAS DA LIGACAO TEM UM TITULAR EM COMUM OU        *
      *>   TITULARES DO MESMO GRUPO ECONOMICO?                         *
      *----------------------------------------------------------------*
       4500-VERIFICAR-RELACAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RELACAO.
           IF NOT TIT-ABERTO
               GO TO 4500-VERIFICAR-RELACAO-EXIT
           END-IF.

           MOVE WRK-LG-DESTINO (WRK-LG-SUB) TO WRK-TT-CONTA.
           PERFORM 7500-LISTAR-TITULARES
               THRU 7500-LISTAR-TITULARES-EXIT.
           MOVE WRK-TITULARES TO WRK-TITULARES-A.

           MOVE WRK-LG-ORIGEM (WRK-LG-SUB) TO WRK-TT-CONTA.
           PERFORM 7500-LISTAR-TITULARES
               THRU 7500-LISTAR-TITULARES-EXIT.

           PERFORM 4550-COMPARAR-TITULAR
               THRU 4550-COMPARAR-TITULAR-EXIT
               VARYING WRK-TT-SUB FROM 1 BY 1
               UNTIL WRK-TT-SUB > WRK-TT-QTDE
                  OR CONTAS-RELACIONADAS.
       4500-VERIFICAR-RELACAO-EXIT.
           EXIT.

       4550-COMPARAR-TITULAR.
           PERFORM 4560-COMPARAR-PAR THRU 4560-COMPARAR-PAR-EXIT
               VARYING WRK-TA-SUB FROM 1 BY 1
               UNTIL WRK-TA-SUB > WRK-TA-QTDE
                  OR CONTAS-RELACIONADAS.
       4550-COMPARAR-TITULAR-EXIT.
           EXIT.

       4560-COMPARAR-PAR.
           IF WRK-TT-CPF (WRK-TT-SUB) = WRK-TA-CPF (WRK-TA-SUB)
               SET CONTAS-RELACIONADAS TO TRUE
               GO TO 4560-COMPARAR-PAR-EXIT
           END-IF.
           IF WRK-TT-GRUPO (WRK-TT-SUB) NOT = ZEROS
               AND WRK-TT-GRUPO (WRK-TT-SUB) =
                   WRK-TA-GRUPO (WRK-TA-SUB)
               SET CONTAS-RELACIONADAS TO TRUE
           END-IF.
       4560-COMPARAR-PAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   POR CONTA: CIRCULO EXTERNO E USO DO FLOAT NO DIA DA         *
      *>   COMPENSACAO, ESTE CONTADO EM CHEQVIGIA                      *
      *----------------------------------------------------------------*
       5000-AVALIAR-CONTA.
      *----------------------------------------------------------------*
           IF WRK-CT-FLOAT-EXT (WRK-CT-SUB) > ZEROS
               AND WRK-CT-CHPG-HOJE (WRK-CT-SUB) > ZEROS
               COMPUTE WRK-LIMIAR = WRK-CT-FLOAT-EXT (WRK-CT-SUB)
                   * WRK-PERCENTUAL / 100
               IF WRK-CT-CHPG-HOJE (WRK-CT-SUB) NOT < WRK-LIMIAR
                   ADD 1 TO WRK-QTDE-CIRC-EXTERNO
                   MOVE WRK-CT-CONTA (WRK-CT-SUB) TO WRK-SU-CONTA
                   MOVE ZEROS                     TO WRK-SU-OUTRA
                   MOVE "CIRC.EXTERNO"            TO WRK-SU-MOTIVO
                   MOVE WRK-CT-FLOAT-EXT (WRK-CT-SUB) TO WRK-SU-VALOR
                   PERFORM 6000-MARCAR-SUSPEITA
                       THRU 6000-MARCAR-SUSPEITA-EXIT
               END-IF
           END-IF.

           IF WRK-CT-COMP-HOJE (WRK-CT-SUB) = ZEROS
               GO TO 5000-AVALIAR-CONTA-EXIT
           END-IF.
           COMPUTE WRK-LIMIAR = WRK-CT-COMP-HOJE (WRK-CT-SUB)
               * WRK-PERCENTUAL / 100.
           IF WRK-CT-DEBITO-HOJE (WRK-CT-SUB) < WRK-LIMIAR
               GO TO 5000-AVALIAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-USO-FLOAT.

           MOVE WRK-CT-CONTA (WRK-CT-SUB) TO VIG_CONTA.
           READ VIGIA-FILE
               INVALID KEY
                   PERFORM 6100-INICIAR-VIGIA
                       THRU 6100-INICIAR-VIGIA-EXIT
           END-READ.

           IF VIG_DATA_ULT_USO NOT = ZEROS
               CALL "DIAS-CORRIDOS-IDADE" USING VIG_DATA_ULT_USO
                   WRK-DATA-HOJE WRK-DIAS-ULT-USO
               IF WRK-DIAS-ULT-USO > WRK-JANELA-DIAS
                   MOVE ZEROS TO VIG_QTDE_USOS
               END-IF
           END-IF.
           IF VIG_DATA_ULT_USO NOT = WRK-DATA-HOJE
               AND VIG_QTDE_USOS < 999
               ADD 1 TO VIG_QTDE_USOS
           END-IF.
           MOVE WRK-DATA-HOJE TO VIG_DATA_ULT_USO.
           REWRITE CHEQVIG-REG.

           IF VIG_QTDE_USOS NOT < WRK-REPETICOES
               ADD 1 TO WRK-QTDE-USO-REPETIDO
               MOVE WRK-CT-CONTA (WRK-CT-SUB)     TO WRK-SU-CONTA
               MOVE ZEROS                         TO WRK-SU-OUTRA
               MOVE "USO FLOAT"                   TO WRK-SU-MOTIVO
               MOVE WRK-CT-COMP-HOJE (WRK-CT-SUB) TO WRK-SU-VALOR
               PERFORM 6000-MARCAR-SUSPEITA
                   THRU 6000-MARCAR-SUSPEITA-EXIT
           END-IF.
       5000-AVALIAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SUSPEITA: SEMPRE NO RELATORIO; NA PRIMEIRA DA CONTA NO DIA, *
      *>   MARCA CHEQVIGIA (FLOAT ALONGADO) E ABRE ITEM NA FILA EDD    *
      *----------------------------------------------------------------*
       6000-MARCAR-SUSPEITA.
      *----------------------------------------------------------------*
           MOVE WRK-SU-MOTIVO TO WRK-LS-MOTIVO.
           MOVE WRK-SU-CONTA  TO WRK-LS-CONTA.
           MOVE WRK-SU-OUTRA  TO WRK-LS-OUTRA.
           MOVE WRK-SU-VALOR  TO WRK-LS-VALOR.
           MOVE SPACES        TO WRK-LS-ACAO.

           MOVE WRK-SU-CONTA TO WRK-TT-CONTA.
           PERFORM 7000-LOCALIZAR-CONTA THRU 7000-LOCALIZAR-CONTA-EXIT.
           IF CONTA-ACHADA
               IF WRK-CT-SUSPEITA (WRK-CT-SUB) = "S"
                   MOVE "JA MARCADA HOJE" TO WRK-LS-ACAO
                   GO TO 6000-MARCAR-SUSPEITA-LISTAR
               END-IF
               MOVE "S" TO WRK-CT-SUSPEITA (WRK-CT-SUB)
           END-IF.
           ADD 1 TO WRK-QTDE-SUSPEITAS.

           MOVE WRK-SU-CONTA TO VIG_CONTA.
           READ VIGIA-FILE
               INVALID KEY
                   PERFORM 6100-INICIAR-VIGIA
                       THRU 6100-INICIAR-VIGIA-EXIT
           END-READ.
           SET VIG-SUSPEITA TO TRUE.
           MOVE WRK-DATA-HOJE  TO VIG_DATA_MARCACAO.
           MOVE WRK-DIAS-EXTRA TO VIG_DIAS_EXTRA.
           MOVE WRK-SU-MOTIVO  TO VIG_MOTIVO.
           REWRITE CHEQVIG-REG.
           MOVE "FLOAT ALONGADO" TO WRK-LS-ACAO.

           IF EDD-ABERTO
               PERFORM 6500-ENVIAR-EDD THRU 6500-ENVIAR-EDD-EXIT
               MOVE "FLOAT ALONGADO+EDD" TO WRK-LS-ACAO
           END-IF.

       6000-MARCAR-SUSPEITA-LISTAR.
           MOVE WRK-LINHA-SUSPEITA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-MARCAR-SUSPEITA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA AINDA SEM REGISTRO EM CHEQVIGIA: GRAVA ZERADO E RELE  *
      *----------------------------------------------------------------*
       6100-INICIAR-VIGIA.
      *----------------------------------------------------------------*
           MOVE VIG_CONTA TO WRK-TT-CONTA.
           MOVE SPACES TO CHEQVIG-REG.
           INITIALIZE CHEQVIG-REG.
           MOVE WRK-TT-CONTA TO VIG_CONTA.
           SET VIG-NORMAL TO TRUE.
           WRITE CHEQVIG-REG.
           READ VIGIA-FILE.
       6100-INICIAR-VIGIA-EXIT.
           EXIT.

       6500-ENVIAR-EDD.
           MOVE WRK-SU-CONTA TO WRK-TT-CONTA.
           PERFORM 7500-LISTAR-TITULARES
               THRU 7500-LISTAR-TITULARES-EXIT.

           MOVE WRK-PROXIMO-EDD   TO EDD_NUMERO.
           ADD 1 TO WRK-PROXIMO-EDD.
           SET EDD-PENDENTE TO TRUE.
           MOVE WRK-DATA-HOJE     TO EDD_DATA.
           MOVE WRK-CPF-PRINCIPAL TO EDD_CPF.
           MOVE WRK-SU-CONTA      TO EDD_CONTA.
           MOVE "C"               TO EDD_TIPO.
           MOVE WRK-SU-VALOR      TO EDD_VALOR.
           MOVE "BRL"             TO EDD_MOEDA.
           MOVE "CHQK"            TO EDD_CODIGO.
           MOVE SPACES            TO EDD_OPERADOR.
           WRITE EDD-REG.
           ADD 1 TO WRK-QTDE-PARA-EDD.
       6500-ENVIAR-EDD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   POSICIONA WRK-CT-SUB NA CONTA WRK-TT-CONTA                  *
      *----------------------------------------------------------------*
       7000-LOCALIZAR-CONTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-CONTA-ACHADA.
           IF WRK-MAX-CONTAS = ZEROS
               GO TO 7000-LOCALIZAR-CONTA-EXIT
           END-IF.

           SET WRK-CT-IDX TO 1.
           SEARCH WRK-CT-ITEM
               VARYING WRK-CT-IDX
               AT END
                   CONTINUE
               WHEN WRK-CT-IDX > WRK-MAX-CONTAS
                   CONTINUE
               WHEN WRK-CT-CONTA (WRK-CT-IDX) = WRK-TT-CONTA
                   SET CONTA-ACHADA TO TRUE
                   SET WRK-CT-SUB TO WRK-CT-IDX
           END-SEARCH.
       7000-LOCALIZAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TITULARES DA CONTA WRK-TT-CONTA (CONTATIT) COM O GRUPO      *
      *>   ECONOMICO DE CADA UM: DOCUMENTO E O CNPJ DO CLIENTE PJ OU   *
      *>   O CPF, COMO EM GRUPOMST; DEVOLVE TAMBEM O CPF DO PRINCIPAL  *
      *----------------------------------------------------------------*
       7500-LISTAR-TITULARES.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO WRK-TT-QTDE.
           MOVE SPACES TO WRK-CPF-PRINCIPAL.
           IF NOT TIT-ABERTO
               GO TO 7500-LISTAR-TITULARES-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-TIT.
           MOVE WRK-TT-CONTA TO TIT_CONTA.
           MOVE LOW-VALUES   TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 7550-GUARDAR-TITULAR THRU 7550-GUARDAR-TITULAR-EXIT
               UNTIL FIM-TIT.
       7500-LISTAR-TITULARES-EXIT.
           EXIT.

       7550-GUARDAR-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = WRK-TT-CONTA
               OR WRK-TT-QTDE = 10
               SET FIM-TIT TO TRUE
               GO TO 7550-GUARDAR-TITULAR-EXIT
           END-IF.

           IF TIT-PRINCIPAL OR WRK-CPF-PRINCIPAL = SPACES
               MOVE TIT_CPF TO WRK-CPF-PRINCIPAL
           END-IF.

           ADD 1 TO WRK-TT-QTDE.
           MOVE TIT_CPF TO WRK-TT-CPF (WRK-TT-QTDE).
           MOVE ZEROS   TO WRK-TT-GRUPO (WRK-TT-QTDE).
           IF NOT GRP-ABERTO
               GO TO 7550-GUARDAR-TITULAR-EXIT
           END-IF.

           MOVE TIT_CPF TO WRK-DOC-GRUPO.
           IF CLI-ABERTO
               MOVE TIT_CPF TO CLIENTE_CPF
               READ CLIENTE-MASTER-FILE
                   NOT INVALID KEY
                       IF CLIENTE-PESSOA-JURIDICA
                           MOVE CLIENTE_CNPJ TO WRK-DOC-GRUPO
                       END-IF
               END-READ
           END-IF.

           MOVE WRK-DOC-GRUPO TO GRP_DOCUMENTO.
           READ GRUPO-FILE
               NOT INVALID KEY
                   MOVE GRP_CODIGO TO WRK-TT-GRUPO (WRK-TT-QTDE)
           END-READ.
       7550-GUARDAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF HISTK-ABERTO
               CLOSE HISTORICO-K-FILE
           END-IF.
           IF TIT-ABERTO
               CLOSE TITULAR-FILE
           END-IF.
           IF CLI-ABERTO
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           IF GRP-ABERTO
               CLOSE GRUPO-FILE
           END-IF.
           CLOSE VIGIA-FILE.
           IF EDD-ABERTO
               CLOSE EDD-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND WRK-QTDE-SUSPEITAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CIRANDA DE CHEQUES =====".
           DISPLAY "CHEQUES EXAMINADOS...: " WRK-QTDE-CHEQUES.
           DISPLAY "CONTAS EXAMINADAS....: " WRK-QTDE-CONTAS.
           DISPLAY "CIRCULOS INTERNOS....: " WRK-QTDE-CIRC-INTERNO.
           DISPLAY "CIRCULOS EXTERNOS....: " WRK-QTDE-CIRC-EXTERNO.
           DISPLAY "USOS DE FLOAT NO DIA.: " WRK-QTDE-USO-FLOAT.
           DISPLAY "USO REPETIDO.........: " WRK-QTDE-USO-REPETIDO.
           DISPLAY "DEVOLVIDOS JA SACADOS: " WRK-QTDE-DEV-SACADO.
           DISPLAY "CONTAS SUSPEITAS.....: " WRK-QTDE-SUSPEITAS.
           DISPLAY "ENVIADAS PARA EDD....: " WRK-QTDE-PARA-EDD.
       9000-FINALIZAR-EXIT.
           EXIT.
