      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CAMBIO-CONTRATA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONTRATACAO DE CAMBIO PELO CLIENTE (COMPRA OU  <*
      *>                VENDA DE MOEDA ESTRANGEIRA), QUE A AGENCIA    <*
      *>                FAZIA POR FORA DIGITANDO DOIS LANCAMENTOS.    <*
      *>                CADA PEDIDO DE CAMBPED TRAZ A OPERACAO (C =   <*
      *>                CLIENTE COMPRA, V = CLIENTE VENDE), A CONTA   <*
      *>                BRL E A CONTA EM MOEDA DO MESMO TITULAR       <*
      *>                (CONTAREF), O VALOR EM MOEDA ESTRANGEIRA E A  <*
      *>                FINALIDADE. COTACAO: TAXA DE REFERENCIA DE    <*
      *>                CAMBIOTAB (MESMO PIVO DA REAVALIACAO), COM    <*
      *>                VIGENCIA DE ATE CAMBCTRDIA DIAS UTEIS (SEM O  <*
      *>                PARAMETRO, 1); TAXA VELHA OU SEM VIGENCIA NAO <*
      *>                E COTADA. SOBRE ELA, O SPREAD DO SEGMENTO DO  <*
      *>                TITULAR (CAMBSPRPF / CAMBSPRPJ, EM %; SEM     <*
      *>                ELES 2,00 E 1,00), A FAVOR DO BANCO NOS DOIS  <*
      *>                SENTIDOS. IOF-CAMBIO PELA ALIQUOTA DA         <*
      *>                FINALIDADE (TABELA ABAIXO, COM PARAMETRO      <*
      *>                IOFCAM + FINALIDADE POR CIMA), COBRADO NA     <*
      *>                PERNA EM BRL. A PERNA DEBITADA PRECISA DE     <*
      *>                DISPONIVEL (SALDO-DISPONIVEL.COB) PARA O VALOR<*
      *>                MAIS O QUE A RODADA JA COMPROMETEU NA CONTA.  <*
      *>                FECHADO, O CONTRATO RECEBE O NUMERO DE CAMBNUM<*
      *>                E VAI PARA CAMBCTR, E A LIQUIDACAO VIRA       <*
      *>                MOVIMENTO EM ACUMTRANS, COMO EM TED-ENVIO.COB:<*
      *>                A PERNA DEBITADA COM CODIGO CAMD E A CREDITADA<*
      *>                COM CAMC, AS DUAS PELA TAXA DE REFERENCIA,    <*
      *>                MAIS O SPREAD (CAMB) E O IOF (CIOF) DEBITADOS <*
      *>                NA CONTA BRL. O ACUMULADOR DA NOITE LEVA O    <*
      *>                MOVIMENTO AO SALDO E AO HISTORICO DATADO, E O <*
      *>                DIARIO O LEVA AO RAZAO PELOS PARES DE         <*
      *>                TRANSCOD; FALTANDO UM DOS QUATRO CODIGOS,     <*
      *>                NENHUM CONTRATO E FECHADO. CADA MOVIMENTO VAI <*
      *>                TAMBEM AO HISTORICO DO TITULAR (CLITRANS). O  <*
      *>                OPERADOR PRECISA DA PERMISSAO CAMBIO-CONTRATA.<*
      *>                PEDIDOS E CONTRATOS SAEM EM CAMBCREL; HAVENDO <*
      *>                RECUSA, RETURN-CODE 4. A POSICAO DO DIA SAI EM<*
      *>                CAMBIO-POSICAO.COB                            <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "CAMBPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT CAMBIO-FILE         ASSIGN TO "CAMBIOTAB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAMBIO_MOEDA
               FILE STATUS        IS WRK-STATUS-CAMBIO.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT CONTRATO-FILE       ASSIGN TO "CAMBCTR"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CCTR_NUMERO
               FILE STATUS        IS WRK-STATUS-CTR.

           SELECT NUMERO-FILE         ASSIGN TO "CAMBNUM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NUM.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT CLIENTE-TRANS-FILE  ASSIGN TO "CLITRANS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CLITRANS-CHAVE
               FILE STATUS        IS WRK-STATUS-CTRANS.

           SELECT RELATORIO-FILE      ASSIGN TO "CAMBCREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 CPD-OPERACAO        PIC X(01).
               88 CPD-COMPRA          VALUE "C".
               88 CPD-VENDA           VALUE "V".
           02 CPD-CONTA-BRL       PIC 9(08).
           02 CPD-CONTA-ME        PIC 9(08).
           02 CPD-VALOR-ME        PIC 9(09)V99.
           02 CPD-FINALIDADE      PIC X(02).
           02 CPD-OPERADOR        PIC X(08).
           02 CPD-FILIAL          PIC 9(04).
           02 CPD-CANAL           PIC X(03).

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  CAMBIO-FILE.
           COPY CAMBIO-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  CONTRATO-FILE.
           COPY CAMBCTR-REG.

       FD  NUMERO-FILE.
       01  NUMERO-REG.
           02 NUM-ULTIMO          PIC 9(10).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  CLIENTE-TRANS-FILE.
           COPY CLIENTE-TRANS-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CAMBIO      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NUM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTRANS      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PEDIDO         PIC X(01) VALUE "N".
           88 FIM-PEDIDO              VALUE "S".
       77  WRK-CONTRATACAO        PIC X(01) VALUE "S".
           88 CONTRATACAO-LIBERADA    VALUE "S".
           88 CONTRATACAO-RETIDA      VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-SEMANA-HOJE    PIC 9(01) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(10) VALUE ZEROS.

       77  WRK-COD-DEBITO         PIC X(04) VALUE "CAMD".
       77  WRK-COD-CREDITO        PIC X(04) VALUE "CAMC".
       77  WRK-COD-CAMBIO         PIC X(04) VALUE "CAMB".
       77  WRK-COD-IOF            PIC X(04) VALUE "CIOF".
       77  WRK-COD-CONFERIR       PIC X(04) VALUE SPACES.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-PCT     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-PCT4        PIC 9(02)V99.
           02 FILLER               PIC X(16).
       01  WRK-PARM-VALOR-DIAS    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-DIAS3       PIC 9(03).
           02 FILLER               PIC X(17).

      *----------------------------------------------------------------*
      *>   COTACAO: IDADE MAXIMA DA TAXA E SPREAD POR SEGMENTO         *
      *----------------------------------------------------------------*
       77  WRK-CAMBIO-MAX-DIAS    PIC 9(03) VALUE 1.
       77  WRK-CAMBIO-IDADE       PIC 9(03) VALUE ZEROS.
       77  WRK-SPREAD-PF          PIC 9(02)V99 VALUE 2.00.
       77  WRK-SPREAD-PJ          PIC 9(02)V99 VALUE 1.00.
       77  WRK-MOEDA-RAZAO        PIC X(03) VALUE "BRL".

       77  WRK-TAXA-MOEDA         PIC 9(05)V9999 VALUE ZEROS.
       77  WRK-TAXA-RAZAO         PIC 9(05)V9999 VALUE 1.
       77  WRK-DATA-COTACAO       PIC 9(08) VALUE ZEROS.
       77  WRK-TAXA-REFERENCIA    PIC 9(05)V9(06) VALUE ZEROS.
       77  WRK-SPREAD-PCT         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TAXA-CLIENTE       PIC 9(05)V9(06) VALUE ZEROS.
       77  WRK-VALOR-BRL          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-REFERENCIA-BRL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SPREAD-BRL         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-IOF-ALIQUOTA       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-IOF-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-BRL        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SEGMENTO           PIC X(02) VALUE SPACES.
       77  WRK-MOEDA-ME           PIC X(03) VALUE SPACES.
       77  WRK-MOEDA-BRL          PIC X(03) VALUE SPACES.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.
       77  WRK-FILIAL-TITULAR     PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PERNAS DA LIQUIDACAO: A CONTA DEBITADA E A CREDITADA        *
      *----------------------------------------------------------------*
       77  WRK-DEB-CONTA          PIC 9(08) VALUE ZEROS.
       77  WRK-DEB-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CRE-CONTA          PIC 9(08) VALUE ZEROS.
       77  WRK-CRE-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DISPONIVEL         PIC S9(11)V99 VALUE ZEROS.

       77  WRK-LEG-CONTA          PIC 9(08) VALUE ZEROS.
       77  WRK-LEG-TIPO           PIC X(01) VALUE SPACE.
       77  WRK-LEG-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LEG-MOEDA          PIC X(03) VALUE SPACES.
       77  WRK-LEG-CODIGO         PIC X(04) VALUE SPACES.
       77  WRK-FIM-SEQ            PIC X(01) VALUE "N".
           88 FIM-SEQ                 VALUE "S".
       77  WRK-PROXIMO-SEQ        PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   VALOR JA COMPROMETIDO NESTA RODADA POR CONTA DEBITADA, PARA *
      *>   O SEGUNDO CONTRATO NAO CONTAR COM O MESMO DISPONIVEL        *
      *----------------------------------------------------------------*
       77  WRK-MAX-COMPROMETIDAS  PIC 9(03) VALUE ZEROS.
       77  WRK-COMPROMETIDO       PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TABELA-COMPROMETIDAS.
           02 WRK-CP-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-CP-IDX.
               03 WRK-CP-CONTA         PIC 9(08).
               03 WRK-CP-VALOR         PIC 9(11)V99.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONTRATOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-SPREAD       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-IOF          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "CAMBIO-CONTRATA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

      *----------------------------------------------------------------*
      *>   ALIQUOTA DE IOF-CAMBIO (%) POR FINALIDADE: VI = VIAGEM      *
      *>   INTERNACIONAL, TR = TRANSFERENCIA PESSOAL OU MANUTENCAO NO  *
      *>   EXTERIOR, IN = INVESTIMENTO NO EXTERIOR, CE = COMERCIO      *
      *>   EXTERIOR (IMPORTACAO/EXPORTACAO), IG = INGRESSO DE RECURSOS *
      *>   DO EXTERIOR. PARAMETRO IOFCAMVI, IOFCAMTR ... PREVALECE     *
      *----------------------------------------------------------------*
       01  WRK-LISTA-FINALIDADES.
           02 FILLER               PIC X(06) VALUE "VI0350".
           02 FILLER               PIC X(06) VALUE "TR0350".
           02 FILLER               PIC X(06) VALUE "IN0110".
           02 FILLER               PIC X(06) VALUE "CE0000".
           02 FILLER               PIC X(06) VALUE "IG0038".
       01  WRK-TABELA-FINALIDADES REDEFINES WRK-LISTA-FINALIDADES.
           02 WRK-FN-ITEM  OCCURS 5 TIMES
                            INDEXED BY WRK-FN-IDX.
               03 WRK-FN-CODIGO        PIC X(02).
               03 WRK-FN-ALIQUOTA      PIC 9(02)V99.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CONTRATO.
           02 FILLER               PIC X(09) VALUE "CONTRATO ".
           02 WRK-LC-NUMERO        PIC 9(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-OPERACAO      PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-MOEDA         PIC X(03).
           02 WRK-LC-VALOR-ME      PIC Z(8)9.99.
           02 FILLER               PIC X(06) VALUE " TAXA ".
           02 WRK-LC-TAXA          PIC Z(4)9.9(06).
           02 FILLER               PIC X(05) VALUE " BRL ".
           02 WRK-LC-LIQUIDO       PIC Z(10)9.99.
           02 FILLER               PIC X(08) VALUE " SPREAD ".
           02 WRK-LC-SPREAD        PIC Z(8)9.99.
           02 FILLER               PIC X(05) VALUE " IOF ".
           02 WRK-LC-IOF           PIC Z(8)9.99.
           02 FILLER               PIC X(02) VALUE SPACES.

       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(08) VALUE "RECUSA: ".
           02 WRK-LR-OPERACAO      PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LR-CONTA-BRL     PIC 9(08).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-LR-CONTA-ME      PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LR-VALOR         PIC Z(8)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-LR-MOTIVO        PIC X(40).
           02 FILLER               PIC X(17) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO
               THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-PEDIDO.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   O DISPONIVEL VEM DE CONTASDB E O TITULAR DE CONTAREF: OS    *
      *>   DOIS SELOS SAO CONFERIDOS ANTES                             *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CAMB-SELO-12 MESTRE CONTASDB NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
               GO TO 0500-CONFERIR-SELO-EXIT
           END-IF.

           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CAMB-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE       FROM DATE YYYYMMDD.
           ACCEPT WRK-DIA-SEMANA-HOJE FROM DAY-OF-WEEK.

           PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT.

      *>   SEM OS QUATRO CODIGOS O DIARIO NAO CONTABILIZARIA O
      *>   MOVIMENTO: NENHUM CONTRATO E FECHADO
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               MOVE "TABELA TRANSCOD INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET CONTRATACAO-RETIDA TO TRUE
           ELSE
               MOVE WRK-COD-DEBITO  TO WRK-COD-CONFERIR
               PERFORM 1050-CONFERIR-CODIGO
                   THRU 1050-CONFERIR-CODIGO-EXIT
               MOVE WRK-COD-CREDITO TO WRK-COD-CONFERIR
               PERFORM 1050-CONFERIR-CODIGO
                   THRU 1050-CONFERIR-CODIGO-EXIT
               MOVE WRK-COD-CAMBIO  TO WRK-COD-CONFERIR
               PERFORM 1050-CONFERIR-CODIGO
                   THRU 1050-CONFERIR-CODIGO-EXIT
               MOVE WRK-COD-IOF     TO WRK-COD-CONFERIR
               PERFORM 1050-CONFERIR-CODIGO
                   THRU 1050-CONFERIR-CODIGO-EXIT
           END-IF.
           CLOSE TRANSCOD-FILE.
           IF CONTRATACAO-RETIDA
               DISPLAY "CAMBIO-CONTRATA: " WRK-MOTIVO-RETENCAO
                   " - NENHUM CONTRATO SERA FECHADO"
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "CAMBIO-CONTRATA: CONTASDB INDISPONIVEL, "
                   "STATUS " WRK-STATUS-CONTA " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CONTRATO-FILE.
           IF WRK-STATUS-CTR = "35"
               OPEN OUTPUT CONTRATO-FILE
               CLOSE CONTRATO-FILE
               OPEN I-O CONTRATO-FILE
           END-IF.

           OPEN INPUT REFERENCIA-FILE.
           OPEN INPUT CAMBIO-FILE.
           IF WRK-STATUS-CAMBIO = "00"
               MOVE WRK-MOEDA-RAZAO TO CAMBIO_MOEDA
               READ CAMBIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAMBIO_TAXA NOT = ZEROS
                           MOVE CAMBIO_TAXA TO WRK-TAXA-RAZAO
                       END-IF
               END-READ
           END-IF.

           OPEN INPUT NUMERO-FILE.
           IF WRK-STATUS-NUM = "00"
               READ NUMERO-FILE
               IF WRK-STATUS-NUM = "00"
                   AND NUM-ULTIMO IS NUMERIC
                   MOVE NUM-ULTIMO TO WRK-ULTIMO-NUMERO
               END-IF
           END-IF.
           CLOSE NUMERO-FILE.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN I-O CLIENTE-TRANS-FILE.
           IF WRK-STATUS-CTRANS = "35"
               CLOSE CLIENTE-TRANS-FILE
               OPEN OUTPUT CLIENTE-TRANS-FILE
               CLOSE CLIENTE-TRANS-FILE
               OPEN I-O CLIENTE-TRANS-FILE
           END-IF.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PEDIDO TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CONTRATOS DE CAMBIO DE CLIENTES" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1050-CONFERIR-CODIGO.
      *----------------------------------------------------------------*
           MOVE WRK-COD-CONFERIR TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-MOTIVO-RETENCAO
                   STRING "CODIGO " DELIMITED BY SIZE
                       WRK-COD-CONFERIR DELIMITED BY SIZE
                       " AUSENTE DE TRANSCOD" DELIMITED BY SIZE
                       INTO WRK-MOTIVO-RETENCAO
                   SET CONTRATACAO-RETIDA TO TRUE
           END-READ.
       1050-CONFERIR-CODIGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE "CAMBCTRDIA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               MOVE WRK-PARM-DIAS3 TO WRK-CAMBIO-MAX-DIAS
           END-IF.

           MOVE "CAMBSPRPF" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:4) IS NUMERIC
               MOVE WRK-PARM-PCT4 TO WRK-SPREAD-PF
           END-IF.

           MOVE "CAMBSPRPJ" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:4) IS NUMERIC
               MOVE WRK-PARM-PCT4 TO WRK-SPREAD-PJ
           END-IF.

           PERFORM 1150-LER-ALIQUOTA THRU 1150-LER-ALIQUOTA-EXIT
               VARYING WRK-FN-IDX FROM 1 BY 1
               UNTIL WRK-FN-IDX > 5.
       1100-LER-PARAMETROS-EXIT.
           EXIT.

       1150-LER-ALIQUOTA.
           MOVE SPACES TO WRK-PARM-NOME.
           STRING "IOFCAM" DELIMITED BY SIZE
               WRK-FN-CODIGO (WRK-FN-IDX) DELIMITED BY SIZE
               INTO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:4) IS NUMERIC
               MOVE WRK-PARM-PCT4 TO WRK-FN-ALIQUOTA (WRK-FN-IDX)
           END-IF.
       1150-LER-ALIQUOTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PEDIDO TO TRUE
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.

           IF CONTRATACAO-RETIDA
               MOVE WRK-MOTIVO-RETENCAO TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           CALL "AUTORIZA-CHECK" USING CPD-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           IF NOT CPD-COMPRA AND NOT CPD-VENDA
               MOVE "OPERACAO DEVE SER C OU V" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.
           IF CPD-VALOR-ME NOT NUMERIC
               OR CPD-VALOR-ME = ZEROS
               MOVE "VALOR EM MOEDA ESTRANGEIRA INVALIDO" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           SET WRK-FN-IDX TO 1.
           SEARCH WRK-FN-ITEM
               VARYING WRK-FN-IDX
               AT END
                   MOVE "FINALIDADE SEM ALIQUOTA DE IOF" TO WRK-MOTIVO
                   PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
                   GO TO 2000-PROCESSAR-PEDIDO-EXIT
               WHEN WRK-FN-CODIGO (WRK-FN-IDX) = CPD-FINALIDADE
                   MOVE WRK-FN-ALIQUOTA (WRK-FN-IDX)
                       TO WRK-IOF-ALIQUOTA
           END-SEARCH.

           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 2100-VALIDAR-CONTAS THRU 2100-VALIDAR-CONTAS-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           PERFORM 2200-COTAR THRU 2200-COTAR-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           PERFORM 2300-VERIFICAR-DISPONIVEL
               THRU 2300-VERIFICAR-DISPONIVEL-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           PERFORM 2400-REGISTRAR-CONTRATO
               THRU 2400-REGISTRAR-CONTRATO-EXIT.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA BRL E CONTA EM MOEDA ATIVAS E DO MESMO TITULAR        *
      *>   PRINCIPAL; O SEGMENTO (PF/PJ) VEM DO TIPO DO TITULAR        *
      *----------------------------------------------------------------*
       2100-VALIDAR-CONTAS.
      *----------------------------------------------------------------*
           MOVE CPD-CONTA-BRL TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "CONTA BRL NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 2100-VALIDAR-CONTAS-EXIT
           END-READ.
           IF CONTA_MOEDA NOT = WRK-MOEDA-RAZAO
               AND CONTA_MOEDA NOT = SPACES
               MOVE "CONTA BRL NAO E EM REAIS" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTAS-EXIT
           END-IF.
           IF NOT CONTA-ATIVA
               MOVE "CONTA BRL BLOQUEADA OU ENCERRADA" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTAS-EXIT
           END-IF.
           MOVE CONTA_MOEDA TO WRK-MOEDA-BRL.

           MOVE CPD-CONTA-ME TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "CONTA EM MOEDA NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 2100-VALIDAR-CONTAS-EXIT
           END-READ.
           IF CONTA_MOEDA = WRK-MOEDA-RAZAO
               OR CONTA_MOEDA = SPACES
               MOVE "CONTA EM MOEDA E UMA CONTA EM REAIS" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTAS-EXIT
           END-IF.
           IF NOT CONTA-ATIVA
               MOVE "CONTA EM MOEDA BLOQUEADA OU ENCERRADA"
                   TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTAS-EXIT
           END-IF.
           MOVE CONTA_MOEDA TO WRK-MOEDA-ME.

           MOVE CPD-CONTA-ME TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   MOVE "CONTA EM MOEDA SEM TITULAR EM CONTAREF"
                       TO WRK-MOTIVO
                   GO TO 2100-VALIDAR-CONTAS-EXIT
           END-READ.
           MOVE REF_CPF TO WRK-CPF-TITULAR.

           MOVE CPD-CONTA-BRL TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   MOVE "CONTA BRL SEM TITULAR EM CONTAREF"
                       TO WRK-MOTIVO
                   GO TO 2100-VALIDAR-CONTAS-EXIT
           END-READ.
           IF REF_CPF NOT = WRK-CPF-TITULAR
               OR REF_CPF = SPACES
               MOVE "CONTAS DE TITULARES DIFERENTES" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTAS-EXIT
           END-IF.
           IF NOT REF-ATIVO
               OR REF-ESPOLIO
               MOVE "TITULAR NAO ESTA ATIVO" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTAS-EXIT
           END-IF.

           IF REF-PESSOA-JURIDICA
               MOVE "PJ" TO WRK-SEGMENTO
               MOVE WRK-SPREAD-PJ TO WRK-SPREAD-PCT
           ELSE
               MOVE "PF" TO WRK-SEGMENTO
               MOVE WRK-SPREAD-PF TO WRK-SPREAD-PCT
           END-IF.
           MOVE REF_FILIAL TO WRK-FILIAL-TITULAR.
       2100-VALIDAR-CONTAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TAXA DE REFERENCIA = REAIS POR UNIDADE DA MOEDA PELO PIVO   *
      *>   DE CAMBIOTAB; O CLIENTE COMPRA ACIMA E VENDE ABAIXO DELA    *
      *----------------------------------------------------------------*
       2200-COTAR.
      *----------------------------------------------------------------*
           MOVE WRK-MOEDA-ME TO CAMBIO_MOEDA.
           READ CAMBIO-FILE
               INVALID KEY
                   MOVE "MOEDA SEM COTACAO EM CAMBIOTAB" TO WRK-MOTIVO
                   GO TO 2200-COTAR-EXIT
           END-READ.
           IF CAMBIO_TAXA = ZEROS
               MOVE "MOEDA SEM COTACAO EM CAMBIOTAB" TO WRK-MOTIVO
               GO TO 2200-COTAR-EXIT
           END-IF.

      *>   TAXA SEM VIGENCIA NAO PROVA QUE E DE HOJE: NAO SE COTA
           IF CAMBIO_DATA = ZEROS
               MOVE "COTACAO SEM DATA DE VIGENCIA" TO WRK-MOTIVO
               GO TO 2200-COTAR-EXIT
           END-IF.
           CALL "DIAS-UTEIS-IDADE" USING CAMBIO_DATA WRK-DATA-HOJE
               WRK-DIA-SEMANA-HOJE WRK-CAMBIO-IDADE.
           IF WRK-CAMBIO-IDADE > WRK-CAMBIO-MAX-DIAS
               MOVE "COTACAO VENCIDA EM CAMBIOTAB" TO WRK-MOTIVO
               GO TO 2200-COTAR-EXIT
           END-IF.
           MOVE CAMBIO_TAXA TO WRK-TAXA-MOEDA.
           MOVE CAMBIO_DATA TO WRK-DATA-COTACAO.

           COMPUTE WRK-TAXA-REFERENCIA ROUNDED =
               WRK-TAXA-MOEDA / WRK-TAXA-RAZAO.

           IF CPD-COMPRA
               COMPUTE WRK-TAXA-CLIENTE ROUNDED =
                   WRK-TAXA-REFERENCIA * (100 + WRK-SPREAD-PCT) / 100
           ELSE
               COMPUTE WRK-TAXA-CLIENTE ROUNDED =
                   WRK-TAXA-REFERENCIA * (100 - WRK-SPREAD-PCT) / 100
           END-IF.

           COMPUTE WRK-VALOR-BRL ROUNDED =
               CPD-VALOR-ME * WRK-TAXA-CLIENTE
               ON SIZE ERROR
                   MOVE "VALOR EM REAIS ACIMA DO LIMITE" TO WRK-MOTIVO
                   GO TO 2200-COTAR-EXIT
           END-COMPUTE.
           COMPUTE WRK-SPREAD-BRL ROUNDED =
               CPD-VALOR-ME * WRK-TAXA-REFERENCIA * WRK-SPREAD-PCT / 100
               ON SIZE ERROR
                   MOVE "VALOR EM REAIS ACIMA DO LIMITE" TO WRK-MOTIVO
                   GO TO 2200-COTAR-EXIT
           END-COMPUTE.
           COMPUTE WRK-IOF-VALOR ROUNDED =
               WRK-VALOR-BRL * WRK-IOF-ALIQUOTA / 100
               ON SIZE ERROR
                   MOVE "VALOR EM REAIS ACIMA DO LIMITE" TO WRK-MOTIVO
                   GO TO 2200-COTAR-EXIT
           END-COMPUTE.

      *>   COMPRA: O CLIENTE PAGA O CONTRAVALOR MAIS O IOF; VENDA: O
      *>   CLIENTE RECEBE O CONTRAVALOR MENOS O IOF. A PERNA BRL DO
      *>   MOVIMENTO VAI PELA TAXA DE REFERENCIA E O SPREAD A PARTE
           IF CPD-COMPRA
               COMPUTE WRK-REFERENCIA-BRL =
                   WRK-VALOR-BRL - WRK-SPREAD-BRL
               COMPUTE WRK-LIQUIDO-BRL = WRK-VALOR-BRL + WRK-IOF-VALOR
               MOVE CPD-CONTA-BRL  TO WRK-DEB-CONTA
               MOVE CPD-CONTA-ME   TO WRK-CRE-CONTA
               MOVE CPD-VALOR-ME   TO WRK-CRE-VALOR
           ELSE
               IF WRK-IOF-VALOR NOT < WRK-VALOR-BRL
                   MOVE "IOF CONSOME TODO O CONTRAVALOR" TO WRK-MOTIVO
                   GO TO 2200-COTAR-EXIT
               END-IF
               COMPUTE WRK-REFERENCIA-BRL =
                   WRK-VALOR-BRL + WRK-SPREAD-BRL
               COMPUTE WRK-LIQUIDO-BRL = WRK-VALOR-BRL - WRK-IOF-VALOR
               MOVE CPD-CONTA-ME   TO WRK-DEB-CONTA
               MOVE CPD-VALOR-ME   TO WRK-DEB-VALOR
               MOVE CPD-CONTA-BRL  TO WRK-CRE-CONTA
           END-IF.

           IF WRK-LIQUIDO-BRL > 999999999.99
               OR WRK-REFERENCIA-BRL > 999999999.99
               MOVE "VALOR EM REAIS ACIMA DO LIMITE" TO WRK-MOTIVO
               GO TO 2200-COTAR-EXIT
           END-IF.
           IF CPD-COMPRA
               MOVE WRK-LIQUIDO-BRL TO WRK-DEB-VALOR
           ELSE
               MOVE WRK-LIQUIDO-BRL TO WRK-CRE-VALOR
           END-IF.
       2200-COTAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A PERNA DEBITADA PRECISA DE DISPONIVEL (SALDO MENOS         *
      *>   BLOQUEIOS JUDICIAIS E RESERVAS DE CARTAO) QUE COBRE TAMBEM  *
      *>   O QUE ESTA RODADA JA COMPROMETEU NA CONTA                   *
      *----------------------------------------------------------------*
       2300-VERIFICAR-DISPONIVEL.
      *----------------------------------------------------------------*
           MOVE WRK-DEB-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "CONTA DE DEBITO NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 2300-VERIFICAR-DISPONIVEL-EXIT
           END-READ.
           CALL "SALDO-DISPONIVEL" USING CONTA_NUMERO CONTA_SALDO
               WRK-DISPONIVEL.
           PERFORM 2350-OBTER-COMPROMETIDO
               THRU 2350-OBTER-COMPROMETIDO-EXIT.
           IF WRK-DISPONIVEL < WRK-DEB-VALOR + WRK-COMPROMETIDO
               MOVE "SALDO DISPONIVEL INSUFICIENTE" TO WRK-MOTIVO
               GO TO 2300-VERIFICAR-DISPONIVEL-EXIT
           END-IF.
           IF WRK-MAX-COMPROMETIDAS NOT < 500
               AND WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
               MOVE "LIMITE DE CONTAS DA RODADA" TO WRK-MOTIVO
           END-IF.
       2300-VERIFICAR-DISPONIVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEIXA WRK-CP-IDX NA ENTRADA DA CONTA, OU LOGO DEPOIS DA     *
      *>   ULTIMA OCUPADA QUANDO A CONTA AINDA NAO TEM ENTRADA         *
      *----------------------------------------------------------------*
       2350-OBTER-COMPROMETIDO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-COMPROMETIDO.
           SET WRK-CP-IDX TO 1.
           IF WRK-MAX-COMPROMETIDAS = ZEROS
               GO TO 2350-OBTER-COMPROMETIDO-EXIT
           END-IF.
           SEARCH WRK-CP-ITEM
               VARYING WRK-CP-IDX
               AT END
                   CONTINUE
               WHEN WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
                   CONTINUE
               WHEN WRK-CP-CONTA (WRK-CP-IDX) = WRK-DEB-CONTA
                   MOVE WRK-CP-VALOR (WRK-CP-IDX) TO WRK-COMPROMETIDO
           END-SEARCH.
       2350-OBTER-COMPROMETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FECHADO: NUMERO, CONTRATO E MOVIMENTO DA LIQUIDACAO         *
      *----------------------------------------------------------------*
       2400-REGISTRAR-CONTRATO.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           ADD 1 TO WRK-ULTIMO-NUMERO.

           MOVE WRK-ULTIMO-NUMERO   TO CCTR_NUMERO.
           MOVE WRK-DATA-HOJE       TO CCTR_DATA.
           MOVE WRK-HORA-AGORA (1:6) TO CCTR_HORA.
           MOVE CPD-OPERACAO        TO CCTR_OPERACAO.
           MOVE WRK-CPF-TITULAR     TO CCTR_CPF.
           MOVE WRK-SEGMENTO        TO CCTR_SEGMENTO.
           MOVE CPD-CONTA-BRL       TO CCTR_CONTA_BRL.
           MOVE CPD-CONTA-ME        TO CCTR_CONTA_ME.
           MOVE WRK-MOEDA-ME        TO CCTR_MOEDA.
           MOVE CPD-VALOR-ME        TO CCTR_VALOR_ME.
           MOVE WRK-TAXA-REFERENCIA TO CCTR_TAXA_REFERENCIA.
           MOVE WRK-DATA-COTACAO    TO CCTR_DATA_COTACAO.
           MOVE WRK-SPREAD-PCT      TO CCTR_SPREAD_PCT.
           MOVE WRK-TAXA-CLIENTE    TO CCTR_TAXA_CLIENTE.
           MOVE WRK-VALOR-BRL       TO CCTR_VALOR_BRL.
           MOVE WRK-SPREAD-BRL      TO CCTR_SPREAD_BRL.
           MOVE CPD-FINALIDADE      TO CCTR_FINALIDADE.
           MOVE WRK-IOF-ALIQUOTA    TO CCTR_IOF_ALIQUOTA.
           MOVE WRK-IOF-VALOR       TO CCTR_IOF_VALOR.
           MOVE WRK-LIQUIDO-BRL     TO CCTR_LIQUIDO_BRL.
           SET CCTR-LIQUIDADO       TO TRUE.
           MOVE CPD-OPERADOR        TO CCTR_OPERADOR.
           IF CPD-FILIAL NUMERIC AND CPD-FILIAL NOT = ZEROS
               MOVE CPD-FILIAL         TO CCTR_FILIAL
           ELSE
               MOVE WRK-FILIAL-TITULAR TO CCTR_FILIAL
           END-IF.
           IF CPD-CANAL = SPACES
               MOVE "AGE"     TO CCTR_CANAL
           ELSE
               MOVE CPD-CANAL TO CCTR_CANAL
           END-IF.
           WRITE CAMBCTR-REG
               INVALID KEY
                   DISPLAY "CAMBIO-CONTRATA: CONTRATO " CCTR_NUMERO
                       " JA EXISTE EM CAMBCTR - CONFERIR CAMBNUM"
                   MOVE 8 TO RETURN-CODE
                   MOVE "NUMERO DE CONTRATO JA USADO EM CAMBCTR"
                       TO WRK-MOTIVO
                   PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
                   GO TO 2400-REGISTRAR-CONTRATO-EXIT
           END-WRITE.

           OPEN OUTPUT NUMERO-FILE.
           MOVE WRK-ULTIMO-NUMERO TO NUM-ULTIMO.
           WRITE NUMERO-REG.
           CLOSE NUMERO-FILE.

           PERFORM 2500-LANCAR-PERNAS THRU 2500-LANCAR-PERNAS-EXIT.

           ADD 1 TO WRK-QTDE-CONTRATOS.
           ADD WRK-SPREAD-BRL TO WRK-TOTAL-SPREAD.
           ADD WRK-IOF-VALOR  TO WRK-TOTAL-IOF.

           MOVE CCTR_NUMERO      TO WRK-LC-NUMERO.
           MOVE CCTR_OPERACAO    TO WRK-LC-OPERACAO.
           MOVE CCTR_MOEDA       TO WRK-LC-MOEDA.
           MOVE CCTR_VALOR_ME    TO WRK-LC-VALOR-ME.
           MOVE CCTR_TAXA_CLIENTE TO WRK-LC-TAXA.
           MOVE CCTR_LIQUIDO_BRL TO WRK-LC-LIQUIDO.
           MOVE CCTR_SPREAD_BRL  TO WRK-LC-SPREAD.
           MOVE CCTR_IOF_VALOR   TO WRK-LC-IOF.
           MOVE WRK-LINHA-CONTRATO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2400-REGISTRAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AS PERNAS VAO PELA TAXA DE REFERENCIA (CAMD NA CONTA        *
      *>   DEBITADA, CAMC NA CREDITADA); SPREAD (CAMB) E IOF (CIOF)    *
      *>   SAO DEBITOS A PARTE NA CONTA BRL. O LIQUIDO NA CONTA BRL E  *
      *>   O MESMO DO CONTRATO                                         *
      *----------------------------------------------------------------*
       2500-LANCAR-PERNAS.
      *----------------------------------------------------------------*
           IF CPD-COMPRA
               MOVE CPD-CONTA-BRL      TO WRK-LEG-CONTA
               MOVE "D"                TO WRK-LEG-TIPO
               MOVE WRK-REFERENCIA-BRL TO WRK-LEG-VALOR
               MOVE WRK-MOEDA-BRL      TO WRK-LEG-MOEDA
               MOVE WRK-COD-DEBITO     TO WRK-LEG-CODIGO
               PERFORM 2600-GRAVAR-MOVIMENTO
                   THRU 2600-GRAVAR-MOVIMENTO-EXIT
               MOVE CPD-CONTA-ME       TO WRK-LEG-CONTA
               MOVE "C"                TO WRK-LEG-TIPO
               MOVE CPD-VALOR-ME       TO WRK-LEG-VALOR
               MOVE WRK-MOEDA-ME       TO WRK-LEG-MOEDA
               MOVE WRK-COD-CREDITO    TO WRK-LEG-CODIGO
               PERFORM 2600-GRAVAR-MOVIMENTO
                   THRU 2600-GRAVAR-MOVIMENTO-EXIT
           ELSE
               MOVE CPD-CONTA-ME       TO WRK-LEG-CONTA
               MOVE "D"                TO WRK-LEG-TIPO
               MOVE CPD-VALOR-ME       TO WRK-LEG-VALOR
               MOVE WRK-MOEDA-ME       TO WRK-LEG-MOEDA
               MOVE WRK-COD-DEBITO     TO WRK-LEG-CODIGO
               PERFORM 2600-GRAVAR-MOVIMENTO
                   THRU 2600-GRAVAR-MOVIMENTO-EXIT
               MOVE CPD-CONTA-BRL      TO WRK-LEG-CONTA
               MOVE "C"                TO WRK-LEG-TIPO
               MOVE WRK-REFERENCIA-BRL TO WRK-LEG-VALOR
               MOVE WRK-MOEDA-BRL      TO WRK-LEG-MOEDA
               MOVE WRK-COD-CREDITO    TO WRK-LEG-CODIGO
               PERFORM 2600-GRAVAR-MOVIMENTO
                   THRU 2600-GRAVAR-MOVIMENTO-EXIT
           END-IF.

           MOVE CPD-CONTA-BRL  TO WRK-LEG-CONTA.
           MOVE "D"            TO WRK-LEG-TIPO.
           MOVE WRK-MOEDA-BRL  TO WRK-LEG-MOEDA.
           MOVE WRK-SPREAD-BRL TO WRK-LEG-VALOR.
           MOVE WRK-COD-CAMBIO TO WRK-LEG-CODIGO.
           PERFORM 2600-GRAVAR-MOVIMENTO
               THRU 2600-GRAVAR-MOVIMENTO-EXIT.
           MOVE WRK-IOF-VALOR  TO WRK-LEG-VALOR.
           MOVE WRK-COD-IOF    TO WRK-LEG-CODIGO.
           PERFORM 2600-GRAVAR-MOVIMENTO
               THRU 2600-GRAVAR-MOVIMENTO-EXIT.

      *>   WRK-CP-IDX FICOU NA ENTRADA DA CONTA DEBITADA (2350)
           IF WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
               ADD 1 TO WRK-MAX-COMPROMETIDAS
               SET WRK-CP-IDX TO WRK-MAX-COMPROMETIDAS
               MOVE WRK-DEB-CONTA TO WRK-CP-CONTA (WRK-CP-IDX)
               MOVE ZEROS         TO WRK-CP-VALOR (WRK-CP-IDX)
           END-IF.
           ADD WRK-DEB-VALOR TO WRK-CP-VALOR (WRK-CP-IDX).
       2500-LANCAR-PERNAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UM MOVIMENTO EM ACUMTRANS, COM O CARIMBO DE ORIGEM DO       *
      *>   CONTRATO, E O MESMO LANCAMENTO NO HISTORICO DO TITULAR      *
      *----------------------------------------------------------------*
       2600-GRAVAR-MOVIMENTO.
      *----------------------------------------------------------------*
           IF WRK-LEG-VALOR = ZEROS
               GO TO 2600-GRAVAR-MOVIMENTO-EXIT
           END-IF.

           MOVE WRK-LEG-CONTA     TO TRANS_CONTA.
           MOVE WRK-LEG-TIPO      TO TRANS_TIPO.
           MOVE WRK-LEG-VALOR     TO TRANS_VALOR.
           MOVE WRK-LEG-MOEDA     TO TRANS_MOEDA.
           MOVE WRK-LEG-CODIGO    TO TRANS_CODIGO.
           MOVE CCTR_FILIAL       TO TRANS_FILIAL.
           MOVE CCTR_CANAL        TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE     TO TRANS_DATA_ENT.
           MOVE CCTR_HORA         TO TRANS_HORA_ENT.
           MOVE CPD-OPERADOR      TO TRANS_OPERADOR.
           WRITE TRANSACAO-REG.

           PERFORM 3200-OBTER-PROXIMO-SEQ
               THRU 3200-OBTER-PROXIMO-SEQ-EXIT.
           MOVE WRK-CPF-TITULAR   TO CLITRANS_CPF.
           MOVE WRK-PROXIMO-SEQ   TO CLITRANS_SEQ.
           MOVE WRK-DATA-HOJE     TO CLITRANS_DATA.
           MOVE WRK-LEG-TIPO      TO CLITRANS_TIPO.
           MOVE WRK-LEG-VALOR     TO CLITRANS_VALOR.
           MOVE WRK-LEG-CODIGO    TO CLITRANS_CODIGO.
           MOVE CCTR_FILIAL       TO CLITRANS_FILIAL.
           MOVE CCTR_CANAL        TO CLITRANS_CANAL.
           MOVE CCTR_HORA         TO CLITRANS_HORA_ENT.
           MOVE CPD-OPERADOR      TO CLITRANS_OPERADOR.
           WRITE CLITRANS-REG
               INVALID KEY
                   DISPLAY "ERRO GRAVANDO HISTORICO DE CAMBIO CPF "
                       WRK-CPF-TITULAR
           END-WRITE.
       2600-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-RECUSAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RECUSADOS.
           MOVE CPD-OPERACAO  TO WRK-LR-OPERACAO.
           MOVE CPD-CONTA-BRL TO WRK-LR-CONTA-BRL.
           MOVE CPD-CONTA-ME  TO WRK-LR-CONTA-ME.
           IF CPD-VALOR-ME NUMERIC
               MOVE CPD-VALOR-ME TO WRK-LR-VALOR
           ELSE
               MOVE ZEROS TO WRK-LR-VALOR
           END-IF.
           MOVE WRK-MOTIVO    TO WRK-LR-MOTIVO.
           MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2900-RECUSAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-OBTER-PROXIMO-SEQ.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-PROXIMO-SEQ.
           MOVE "N" TO WRK-FIM-SEQ.

           MOVE WRK-CPF-TITULAR TO CLITRANS_CPF.
           MOVE ZEROS           TO CLITRANS_SEQ.
           START CLIENTE-TRANS-FILE KEY IS NOT LESS THAN CLITRANS-CHAVE
               INVALID KEY
                   SET FIM-SEQ TO TRUE
           END-START.

           PERFORM 3250-EXAMINAR-SEQ
               THRU 3250-EXAMINAR-SEQ-EXIT
               UNTIL FIM-SEQ.

           ADD 1 TO WRK-PROXIMO-SEQ.
       3200-OBTER-PROXIMO-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3250-EXAMINAR-SEQ.
      *----------------------------------------------------------------*
           READ CLIENTE-TRANS-FILE NEXT RECORD.
           IF WRK-STATUS-CTRANS NOT = "00"
               SET FIM-SEQ TO TRUE
               GO TO 3250-EXAMINAR-SEQ-EXIT
           END-IF.

           IF CLITRANS_CPF NOT = WRK-CPF-TITULAR
               SET FIM-SEQ TO TRUE
               GO TO 3250-EXAMINAR-SEQ-EXIT
           END-IF.

           MOVE CLITRANS_SEQ TO WRK-PROXIMO-SEQ.
       3250-EXAMINAR-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           CLOSE CONTA-FILE.
           CLOSE CONTRATO-FILE.
           CLOSE REFERENCIA-FILE.
           CLOSE CAMBIO-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE CLIENTE-TRANS-FILE.
           CLOSE RELATORIO-FILE.

           IF WRK-QTDE-RECUSADOS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CONTRATOS DE CAMBIO =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "CONTRATOS FECHADOS...: " WRK-QTDE-CONTRATOS.
           DISPLAY "PEDIDOS RECUSADOS....: " WRK-QTDE-RECUSADOS.
           DISPLAY "RECEITA DE SPREAD....: " WRK-TOTAL-SPREAD.
           DISPLAY "IOF COBRADO..........: " WRK-TOTAL-IOF.
       9000-FINALIZAR-EXIT.
           EXIT.
