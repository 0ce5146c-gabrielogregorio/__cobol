      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CLIENTE-RENTABILIDADE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RENTABILIDADE MENSAL POR CLIENTE (CPF/CNPJ DE  <*
      *>                CLIMAST) PARA OS GERENTES DE RELACIONAMENTO,  <*
      *>                NO MES DO PARAMETRO RENTMES (AAAAMM, PADRAO O <*
      *>                MES CORRENTE). RECEITA: TARIFAS DEBITADAS NO  <*
      *>                HISTORICO CLITRANS (TARF/CHSU/CHTX/FCNV/FATP) <*
      *>                MAIS OS ITENS AINDA ABERTOS DO MES EM FATPEND <*
      *>                (OS JA FATURADOS ESTAO NO FATP), JUROS DE     <*
      *>                CHEQUE ESPECIAL (JRS DEBITADO), JUROS DO      <*
      *>                PLANO ATIVO (PARTE DE JUROS DA PARCELA MEDIA, <*
      *>                PLANOMST) E O SPREAD SOBRE O SALDO CREDOR     <*
      *>                MEDIO DAS FOTOS DO MES EM SALDOSNAP (TAXA     <*
      *>                MENSAL NO PARAMETRO RENTSPREAD). CUSTO: JUROS <*
      *>                PAGOS (JRS CREDITADO), RENDIMENTO DE CDB      <*
      *>                CORRIDO NO MES (CDBMST; DATA DO RESGATE EM    <*
      *>                CDBAPROP) E O CUSTO UNITARIO DE CADA          <*
      *>                LANCAMENTO PELO CANAL, DA TABELA CUSTOCANAL.  <*
      *>                AS CONTAS SAO ATRIBUIDAS AO TITULAR PRINCIPAL <*
      *>                DE CONTATIT E A FILIAL DO CLIENTE E A DO      <*
      *>                ULTIMO MOVIMENTO COM AGENCIA (COMO EM         <*
      *>                KYC-AGENDA.COB). SAIDA: RANKING POR SEGMENTO  <*
      *>                (PF/PJ) E FILIAL EM RENTREL E A LISTA DOS     <*
      *>                CLIENTES DE MARGEM NEGATIVA PARA REVISAO EM   <*
      *>                RENTNEG                                       <*
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
           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT CLIENTE-TRANS-FILE  ASSIGN TO "CLITRANS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CLITRANS-CHAVE
               FILE STATUS        IS WRK-STATUS-CTRANS.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT SNAPSHOT-FILE       ASSIGN TO "SALDOSNAP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SNAP.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT APROPRIA-FILE       ASSIGN TO "CDBAPROP"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAPR_NUMERO
               FILE STATUS        IS WRK-STATUS-CAPR.

           SELECT FATURAVEL-FILE      ASSIGN TO "FATPEND"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-FATP.

           SELECT CUSTO-FILE          ASSIGN TO "CUSTOCANAL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CUSTO.

           SELECT APURADO-FILE        ASSIGN TO "RENTWK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-APUR.

           SELECT CLASSIFICADO-FILE   ASSIGN TO "RENTSRT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CLASS.

           SELECT ORDENACAO-FILE      ASSIGN TO "RENTSW".

           SELECT RELATORIO-FILE      ASSIGN TO "RENTREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

           SELECT NEGATIVA-FILE       ASSIGN TO "RENTNEG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NEG.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CLIENTE-TRANS-FILE.
           COPY CLIENTE-TRANS-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REG.
           02 SNAP_DATA           PIC 9(08).
           02 SNAP_CONTA          PIC 9(08).
           02 SNAP_SALDO          PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SNAP_MOEDA          PIC X(03).
           02 SNAP_STATUS         PIC X(01).

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  APROPRIA-FILE.
           COPY CDBAPROP-REG.

       FD  FATURAVEL-FILE.
           COPY FATPEND-REG.

       FD  CUSTO-FILE.
       01  CUSTO-REG.
           02 CUS-CANAL               PIC X(03).
           02 CUS-VALOR               PIC 9(05)V99.

       FD  APURADO-FILE.
       01  APURADO-REG.
           02 APU-SEGMENTO            PIC X(02).
           02 APU-FILIAL              PIC 9(04).
           02 APU-MARGEM              PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 APU-CPF                 PIC X(11).
           02 APU-NOME                PIC X(20).
           02 APU-RECEITA             PIC 9(11)V99.
           02 APU-CUSTO               PIC 9(11)V99.
           02 APU-TARIFAS             PIC 9(11)V99.
           02 APU-JUROS-RECEBIDOS     PIC 9(11)V99.
           02 APU-SPREAD              PIC 9(11)V99.
           02 APU-JUROS-PAGOS         PIC 9(11)V99.
           02 APU-RENDIMENTO-CDB      PIC 9(11)V99.
           02 APU-CUSTO-LANC          PIC 9(11)V99.
           02 APU-QTDE-LANC           PIC 9(05).

       FD  CLASSIFICADO-FILE.
       01  CLASSIFICADO-REG.
           02 CLS-SEGMENTO            PIC X(02).
           02 CLS-FILIAL              PIC 9(04).
           02 CLS-MARGEM              PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 CLS-CPF                 PIC X(11).
           02 CLS-NOME                PIC X(20).
           02 CLS-RECEITA             PIC 9(11)V99.
           02 CLS-CUSTO               PIC 9(11)V99.
           02 CLS-TARIFAS             PIC 9(11)V99.
           02 CLS-JUROS-RECEBIDOS     PIC 9(11)V99.
           02 CLS-SPREAD              PIC 9(11)V99.
           02 CLS-JUROS-PAGOS         PIC 9(11)V99.
           02 CLS-RENDIMENTO-CDB      PIC 9(11)V99.
           02 CLS-CUSTO-LANC          PIC 9(11)V99.
           02 CLS-QTDE-LANC           PIC 9(05).

       SD  ORDENACAO-FILE.
       01  ORDENACAO-REG.
           02 ORD-SEGMENTO            PIC X(02).
           02 ORD-FILIAL              PIC 9(04).
           02 ORD-MARGEM              PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 ORD-CPF                 PIC X(11).
           02 FILLER                  PIC X(129).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(132).

       FD  NEGATIVA-FILE.
       01  NEGATIVA-LINHA             PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTRANS      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SNAP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CAPR        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FATP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CUSTO       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-APUR        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLASS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NEG         PIC X(02) VALUE SPACES.

       77  WRK-FIM-MASTER         PIC X(01) VALUE "N".
           88 FIM-MASTER              VALUE "S".
       77  WRK-FIM-CTRANS         PIC X(01) VALUE "N".
           88 FIM-CTRANS              VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-SNAP           PIC X(01) VALUE "N".
           88 FIM-SNAP                VALUE "S".
       77  WRK-FIM-PLANO          PIC X(01) VALUE "N".
           88 FIM-PLANO               VALUE "S".
       77  WRK-FIM-CDB            PIC X(01) VALUE "N".
           88 FIM-CDB                 VALUE "S".
       77  WRK-FIM-FATP           PIC X(01) VALUE "N".
           88 FIM-FATP                VALUE "S".
       77  WRK-FIM-CUSTO          PIC X(01) VALUE "N".
           88 FIM-CUSTO               VALUE "S".
       77  WRK-FIM-CLASS          PIC X(01) VALUE "N".
           88 FIM-CLASS               VALUE "S".
       77  WRK-CTRANS-ABERTO      PIC X(01) VALUE "N".
           88 CTRANS-ABERTO           VALUE "S".
       77  WRK-CAPR-ABERTO        PIC X(01) VALUE "N".
           88 CAPR-ABERTO             VALUE "S".
       77  WRK-ACHOU              PIC X(01) VALUE "N".
           88 ACHOU                   VALUE "S".
       77  WRK-SPREAD-OK          PIC X(01) VALUE "N".
           88 SPREAD-OK               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-MES-REF            PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-AUX            PIC 9(04) VALUE ZEROS.
       77  WRK-MES-AUX            PIC 9(02) VALUE ZEROS.
       77  WRK-INICIO-MES         PIC 9(08) VALUE ZEROS.
       77  WRK-INICIO-PROXIMO     PIC 9(08) VALUE ZEROS.
       77  WRK-SPREAD-MES         PIC 9(03)V9999 VALUE ZEROS.
       77  WRK-CONTA-PROCURADA    PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.
       77  WRK-CPF-PROCURADO      PIC X(11) VALUE SPACES.
       77  WRK-VALOR-APURADO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DATA-DE            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATE           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM           PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-DE            PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-ATE           PIC 9(03) VALUE ZEROS.
       77  WRK-CUSTO-UNITARIO     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-RECEITA            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CUSTO              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-MARGEM             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SEGMENTO-QUEBRA    PIC X(02) VALUE SPACES.
       77  WRK-FILIAL-QUEBRA      PIC 9(04) VALUE ZEROS.
       77  WRK-POSICAO            PIC 9(05) VALUE ZEROS.

       77  WRK-QTDE-CLIENTES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-MOVIMENTO PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-APURADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NEGATIVOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-TITULAR   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CUSTO     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DATAS-SNAP    PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMA-DATA-SNAP   PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-RECEITA      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CUSTO        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-FILIAL-RECEITA     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-FILIAL-CUSTO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-FILIAL-MARGEM      PIC S9(13)V99 VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-TAXA    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-TAXA7       PIC 9(03)V9999.
           02 FILLER               PIC X(13).

      *----------------------------------------------------------------*
      *>   CUSTO UNITARIO DO LANCAMENTO POR CANAL (CUSTOCANAL)         *
      *----------------------------------------------------------------*
       77  WRK-MAX-CANAIS         PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-CANAIS.
           02 WRK-CN-ITEM  OCCURS 50 TIMES
                            INDEXED BY WRK-CN-IDX.
               03 WRK-CN-CANAL         PIC X(03).
               03 WRK-CN-VALOR         PIC 9(05)V99.

      *----------------------------------------------------------------*
      *>   CLIENTES DE CLIMAST COM OS ACUMULADORES DO MES              *
      *----------------------------------------------------------------*
       77  WRK-MAX-CLIENTES       PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-CLIENTES.
           02 WRK-CL-ITEM  OCCURS 20000 TIMES
                            INDEXED BY WRK-CL-IDX.
               03 WRK-CL-CPF           PIC X(11).
               03 WRK-CL-NOME          PIC X(20).
               03 WRK-CL-TIPO          PIC X(01).
               03 WRK-CL-TARIFAS       PIC 9(11)V99.
               03 WRK-CL-JUROS-CHEQUE  PIC 9(11)V99.
               03 WRK-CL-JUROS-PLANO   PIC 9(11)V99.
               03 WRK-CL-SALDO-SOMA    PIC 9(13)V99.
               03 WRK-CL-JUROS-PAGOS   PIC 9(11)V99.
               03 WRK-CL-RENDIMENTO    PIC 9(11)V99.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-TITULO.
           02 WRK-T-TEXTO          PIC X(40).
           02 FILLER               PIC X(05) VALUE "MES: ".
           02 WRK-T-MES            PIC 9(06).

       01  WRK-LINHA-GRUPO.
           02 FILLER               PIC X(10) VALUE "SEGMENTO: ".
           02 WRK-G-SEGMENTO       PIC X(02).
           02 FILLER               PIC X(10) VALUE "  FILIAL: ".
           02 WRK-G-FILIAL         PIC 9(04).

       01  WRK-LINHA-CABEC.
           02 FILLER               PIC X(44) VALUE
               "  POS CPF/CNPJ    NOME                     ".
           02 FILLER               PIC X(44) VALUE
               "   RECEITA       CUSTO        MARGEM  LANC.".

       01  WRK-LINHA-CLIENTE.
           02 WRK-L-POSICAO        PIC ZZZZ9.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-L-CPF            PIC X(11).
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-L-NOME           PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-L-RECEITA        PIC Z(8)9.99.
           02 WRK-L-CUSTO          PIC Z(8)9.99.
           02 WRK-L-MARGEM         PIC -(9)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-L-QTDE           PIC ZZZZ9.

       01  WRK-LINHA-SUBTOTAL.
           02 FILLER               PIC X(20) VALUE
               "  TOTAL DA FILIAL...".
           02 FILLER               PIC X(21) VALUE SPACES.
           02 WRK-S-RECEITA        PIC Z(10)9.99.
           02 WRK-S-CUSTO          PIC Z(10)9.99.
           02 WRK-S-MARGEM         PIC -(11)9.99.

       01  WRK-LINHA-NEGATIVA.
           02 WRK-N-SEGMENTO       PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-FILIAL         PIC 9(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-CPF            PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-NOME           PIC X(20).
           02 WRK-N-TARIFAS        PIC Z(7)9.99.
           02 WRK-N-JUROS-REC      PIC Z(7)9.99.
           02 WRK-N-SPREAD         PIC Z(7)9.99.
           02 WRK-N-JUROS-PAGOS    PIC Z(7)9.99.
           02 WRK-N-RENDIMENTO     PIC Z(7)9.99.
           02 WRK-N-CUSTO-LANC     PIC Z(7)9.99.
           02 WRK-N-MARGEM         PIC -(8)9.99.

       01  WRK-LINHA-CABEC-NEG.
           02 FILLER               PIC X(44) VALUE
               "SG FIL. CPF/CNPJ    NOME                    ".
           02 FILLER               PIC X(44) VALUE
               "  TARIFAS JUROS REC.   SPREAD JUROS PAG.  RE".
           02 FILLER               PIC X(44) VALUE
               "ND.CDB CUSTO LANC.      MARGEM".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CARREGAR-CLIENTE
               THRU 2000-CARREGAR-CLIENTE-EXIT
               UNTIL FIM-MASTER.
           PERFORM 3000-SOMAR-SALDO       THRU 3000-SOMAR-SALDO-EXIT
               UNTIL FIM-SNAP.
           PERFORM 3500-APURAR-PLANO      THRU 3500-APURAR-PLANO-EXIT
               UNTIL FIM-PLANO.
           PERFORM 4000-APURAR-CDB        THRU 4000-APURAR-CDB-EXIT
               UNTIL FIM-CDB.
           PERFORM 4500-APURAR-FATPEND    THRU 4500-APURAR-FATPEND-EXIT
               UNTIL FIM-FATP.
           PERFORM 5000-APURAR-CLIENTE    THRU 5000-APURAR-CLIENTE-EXIT
               VARYING WRK-CL-IDX FROM 1 BY 1
               UNTIL WRK-CL-IDX > WRK-MAX-CLIENTES.
           PERFORM 8000-RELATAR           THRU 8000-RELATAR-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-REF = WRK-DATA-HOJE / 100.

           MOVE "RENTMES" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:6) IS NUMERIC
               AND WRK-PARM-VALOR (1:6) NOT = "000000"
               MOVE WRK-PARM-VALOR (1:6) TO WRK-MES-REF
           END-IF.

           COMPUTE WRK-INICIO-MES = WRK-MES-REF * 100 + 1.
           DIVIDE WRK-MES-REF BY 100
               GIVING WRK-ANO-AUX REMAINDER WRK-MES-AUX.
           IF WRK-MES-AUX = 12
               ADD 1 TO WRK-ANO-AUX
               MOVE 1 TO WRK-MES-AUX
           ELSE
               ADD 1 TO WRK-MES-AUX
           END-IF.
           COMPUTE WRK-INICIO-PROXIMO =
               WRK-ANO-AUX * 10000 + WRK-MES-AUX * 100 + 1.

           MOVE "RENTSPREAD" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:7) IS NUMERIC
               MOVE WRK-PARM-TAXA7 TO WRK-SPREAD-MES
               SET SPREAD-OK TO TRUE
           ELSE
               DISPLAY "CLIENTE-RENTABILIDADE: PARAMETRO RENTSPREAD "
                   "AUSENTE - SPREAD DE SALDO NAO SERA APURADO"
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN INPUT CUSTO-FILE.
           IF WRK-STATUS-CUSTO NOT = "00"
               DISPLAY "CLIENTE-RENTABILIDADE: CUSTOCANAL AUSENTE - "
                   "CUSTO DOS LANCAMENTOS FICA ZERADO"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1100-CARREGAR-CUSTO
                   THRU 1100-CARREGAR-CUSTO-EXIT
                   UNTIL FIM-CUSTO
               CLOSE CUSTO-FILE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               SET FIM-MASTER TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-TRANS-FILE.
           IF WRK-STATUS-CTRANS = "00"
               SET CTRANS-ABERTO TO TRUE
           END-IF.

           OPEN INPUT TITULAR-FILE.

           OPEN INPUT SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
           END-IF.

           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLANO TO TRUE
           END-IF.

           OPEN INPUT CDB-FILE.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
           END-IF.

           OPEN INPUT APROPRIA-FILE.
           IF WRK-STATUS-CAPR = "00"
               SET CAPR-ABERTO TO TRUE
           END-IF.

           OPEN INPUT FATURAVEL-FILE.
           IF WRK-STATUS-FATP NOT = "00"
               SET FIM-FATP TO TRUE
           END-IF.

           OPEN OUTPUT APURADO-FILE.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-CARREGAR-CUSTO.
           READ CUSTO-FILE.
           IF WRK-STATUS-CUSTO NOT = "00"
               SET FIM-CUSTO TO TRUE
               GO TO 1100-CARREGAR-CUSTO-EXIT
           END-IF.
           IF CUS-VALOR IS NOT NUMERIC
               DISPLAY "CUSTOCANAL INVALIDO IGNORADO: " CUSTO-REG
               GO TO 1100-CARREGAR-CUSTO-EXIT
           END-IF.
           IF WRK-MAX-CANAIS = 50
               DISPLAY "TABELA DE CUSTO POR CANAL CHEIA, CANAL "
                   CUS-CANAL " IGNORADO"
               GO TO 1100-CARREGAR-CUSTO-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-CANAIS.
           SET WRK-CN-IDX TO WRK-MAX-CANAIS.
           MOVE CUS-CANAL TO WRK-CN-CANAL (WRK-CN-IDX).
           MOVE CUS-VALOR TO WRK-CN-VALOR (WRK-CN-IDX).
       1100-CARREGAR-CUSTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CARREGAR-CLIENTE.
      *----------------------------------------------------------------*
           READ CLIENTE-MASTER-FILE NEXT RECORD.
           IF WRK-STATUS-MASTER NOT = "00"
               SET FIM-MASTER TO TRUE
               GO TO 2000-CARREGAR-CLIENTE-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CLIENTES.
           IF WRK-MAX-CLIENTES = 20000
               DISPLAY "TABELA DE CLIENTES CHEIA, CPF " CLIENTE_CPF
                   " FICOU DE FORA DA RENTABILIDADE"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-CARREGAR-CLIENTE-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-CLIENTES.
           SET WRK-CL-IDX TO WRK-MAX-CLIENTES.
           MOVE CLIENTE_CPF  TO WRK-CL-CPF (WRK-CL-IDX).
           MOVE CLIENTE_NOME TO WRK-CL-NOME (WRK-CL-IDX).
           MOVE CLIENTE_TIPO TO WRK-CL-TIPO (WRK-CL-IDX).
           MOVE ZEROS        TO WRK-CL-TARIFAS (WRK-CL-IDX).
           MOVE ZEROS        TO WRK-CL-JUROS-CHEQUE (WRK-CL-IDX).
           MOVE ZEROS        TO WRK-CL-JUROS-PLANO (WRK-CL-IDX).
           MOVE ZEROS        TO WRK-CL-SALDO-SOMA (WRK-CL-IDX).
           MOVE ZEROS        TO WRK-CL-JUROS-PAGOS (WRK-CL-IDX).
           MOVE ZEROS        TO WRK-CL-RENDIMENTO (WRK-CL-IDX).
       2000-CARREGAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDO CREDOR DAS FOTOS DO MES, SOMADO POR CLIENTE; A MEDIA  *
      *>   SAI DIVIDINDO PELA QUANTIDADE DE DATAS FOTOGRAFADAS         *
      *----------------------------------------------------------------*
       3000-SOMAR-SALDO.
      *----------------------------------------------------------------*
           READ SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
               GO TO 3000-SOMAR-SALDO-EXIT
           END-IF.

           IF SNAP_DATA < WRK-INICIO-MES
               OR SNAP_DATA NOT < WRK-INICIO-PROXIMO
               GO TO 3000-SOMAR-SALDO-EXIT
           END-IF.

           IF SNAP_DATA NOT = WRK-ULTIMA-DATA-SNAP
               ADD 1 TO WRK-QTDE-DATAS-SNAP
               MOVE SNAP_DATA TO WRK-ULTIMA-DATA-SNAP
           END-IF.

           IF SNAP_SALDO NOT > ZEROS
               GO TO 3000-SOMAR-SALDO-EXIT
           END-IF.

           MOVE SNAP_CONTA TO WRK-CONTA-PROCURADA.
           PERFORM 6000-CLIENTE-DA-CONTA
               THRU 6000-CLIENTE-DA-CONTA-EXIT.
           IF ACHOU
               ADD SNAP_SALDO TO WRK-CL-SALDO-SOMA (WRK-CL-IDX)
           END-IF.
       3000-SOMAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   JUROS DO MES NO PLANO ATIVO: (PARCELA X QTDE - PRINCIPAL)   *
      *>   DIVIDIDO PELO NUMERO DE PARCELAS                            *
      *----------------------------------------------------------------*
       3500-APURAR-PLANO.
      *----------------------------------------------------------------*
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLANO TO TRUE
               GO TO 3500-APURAR-PLANO-EXIT
           END-IF.

           IF NOT PLN-ATIVO
               OR PLN_QTDE = ZEROS
               OR PLN_VALOR_PARCELA * PLN_QTDE NOT > PLN_VALOR_TOTAL
               GO TO 3500-APURAR-PLANO-EXIT
           END-IF.

           COMPUTE WRK-VALOR-APURADO ROUNDED =
               (PLN_VALOR_PARCELA * PLN_QTDE - PLN_VALOR_TOTAL)
               / PLN_QTDE.

           MOVE PLN_CONTA TO WRK-CONTA-PROCURADA.
           PERFORM 6000-CLIENTE-DA-CONTA
               THRU 6000-CLIENTE-DA-CONTA-EXIT.
           IF ACHOU
               ADD WRK-VALOR-APURADO
                   TO WRK-CL-JUROS-PLANO (WRK-CL-IDX)
           END-IF.
       3500-APURAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RENDIMENTO DO CDB CORRIDO DENTRO DO MES: DIFERENCA ENTRE O  *
      *>   RENDIMENTO ATE O FIM DO PERIODO E ATE O INICIO DELE, COM A  *
      *>   MESMA FORMULA DE CDB-SERVICO.COB                            *
      *----------------------------------------------------------------*
       4000-APURAR-CDB.
      *----------------------------------------------------------------*
           READ CDB-FILE NEXT RECORD.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
               GO TO 4000-APURAR-CDB-EXIT
           END-IF.

           MOVE CDB_DATA_VENC TO WRK-DATA-FIM.
           IF CDB-RESGATADO
               MOVE ZEROS TO WRK-DATA-FIM
               IF CAPR-ABERTO
                   MOVE CDB_NUMERO TO CAPR_NUMERO
                   READ APROPRIA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAPR_DATA_ESTORNO TO WRK-DATA-FIM
                   END-READ
               END-IF
           END-IF.

           MOVE CDB_DATA_APLIC TO WRK-DATA-DE.
           IF WRK-DATA-DE < WRK-INICIO-MES
               MOVE WRK-INICIO-MES TO WRK-DATA-DE
           END-IF.
           MOVE WRK-INICIO-PROXIMO TO WRK-DATA-ATE.
           IF WRK-DATA-FIM < WRK-DATA-ATE
               MOVE WRK-DATA-FIM TO WRK-DATA-ATE
           END-IF.
           IF WRK-DATA-DE NOT < WRK-DATA-ATE
               GO TO 4000-APURAR-CDB-EXIT
           END-IF.

           CALL "DIAS-CORRIDOS-IDADE" USING CDB_DATA_APLIC
               WRK-DATA-DE WRK-DIAS-DE.
           CALL "DIAS-CORRIDOS-IDADE" USING CDB_DATA_APLIC
               WRK-DATA-ATE WRK-DIAS-ATE.
           IF WRK-DIAS-ATE NOT > WRK-DIAS-DE
               GO TO 4000-APURAR-CDB-EXIT
           END-IF.

           COMPUTE WRK-VALOR-APURADO ROUNDED =
               CDB_VALOR * CDB_TAXA_MES / 100
               * (WRK-DIAS-ATE - WRK-DIAS-DE) / 30.

           MOVE CDB_CONTA TO WRK-CONTA-PROCURADA.
           PERFORM 6000-CLIENTE-DA-CONTA
               THRU 6000-CLIENTE-DA-CONTA-EXIT.
           IF ACHOU
               ADD WRK-VALOR-APURADO
                   TO WRK-CL-RENDIMENTO (WRK-CL-IDX)
           END-IF.
       4000-APURAR-CDB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TARIFA PJ AINDA NAO FATURADA: O FATURADO JA VEIO COMO FATP  *
      *----------------------------------------------------------------*
       4500-APURAR-FATPEND.
      *----------------------------------------------------------------*
           READ FATURAVEL-FILE.
           IF WRK-STATUS-FATP NOT = "00"
               SET FIM-FATP TO TRUE
               GO TO 4500-APURAR-FATPEND-EXIT
           END-IF.

           IF NOT FAT-ABERTO
               OR FAT_DATA < WRK-INICIO-MES
               OR FAT_DATA NOT < WRK-INICIO-PROXIMO
               GO TO 4500-APURAR-FATPEND-EXIT
           END-IF.

           MOVE FAT_CONTA TO WRK-CONTA-PROCURADA.
           PERFORM 6000-CLIENTE-DA-CONTA
               THRU 6000-CLIENTE-DA-CONTA-EXIT.
           IF ACHOU
               ADD FAT_VALOR TO WRK-CL-TARIFAS (WRK-CL-IDX)
           END-IF.
       4500-APURAR-FATPEND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   HISTORICO DO CLIENTE NO MES: TARIFAS, JUROS E CUSTO DE CADA *
      *>   LANCAMENTO PELO CANAL; FECHA A MARGEM E GRAVA PARA ORDENAR  *
      *----------------------------------------------------------------*
       5000-APURAR-CLIENTE.
      *----------------------------------------------------------------*
           INITIALIZE APURADO-REG.
           MOVE ZEROS TO WRK-FILIAL-QUEBRA.

           IF CTRANS-ABERTO
               MOVE "N" TO WRK-FIM-CTRANS
               MOVE WRK-CL-CPF (WRK-CL-IDX) TO CLITRANS_CPF
               MOVE ZEROS TO CLITRANS_SEQ
               START CLIENTE-TRANS-FILE
                   KEY IS NOT LESS THAN CLITRANS-CHAVE
                   INVALID KEY
                       SET FIM-CTRANS TO TRUE
               END-START
               PERFORM 5100-LER-CLITRANS THRU 5100-LER-CLITRANS-EXIT
                   UNTIL FIM-CTRANS
           END-IF.

           ADD WRK-CL-TARIFAS (WRK-CL-IDX) TO APU-TARIFAS.
           COMPUTE APU-JUROS-RECEBIDOS = APU-JUROS-RECEBIDOS
               + WRK-CL-JUROS-CHEQUE (WRK-CL-IDX)
               + WRK-CL-JUROS-PLANO (WRK-CL-IDX).
           IF SPREAD-OK
               AND WRK-QTDE-DATAS-SNAP > ZEROS
               COMPUTE APU-SPREAD ROUNDED =
                   WRK-CL-SALDO-SOMA (WRK-CL-IDX)
                   / WRK-QTDE-DATAS-SNAP * WRK-SPREAD-MES / 100
           END-IF.
           ADD WRK-CL-JUROS-PAGOS (WRK-CL-IDX) TO APU-JUROS-PAGOS.
           MOVE WRK-CL-RENDIMENTO (WRK-CL-IDX) TO APU-RENDIMENTO-CDB.

           COMPUTE WRK-RECEITA =
               APU-TARIFAS + APU-JUROS-RECEBIDOS + APU-SPREAD.
           COMPUTE WRK-CUSTO =
               APU-JUROS-PAGOS + APU-RENDIMENTO-CDB + APU-CUSTO-LANC.
           IF WRK-RECEITA = ZEROS
               AND WRK-CUSTO = ZEROS
               ADD 1 TO WRK-QTDE-SEM-MOVIMENTO
               GO TO 5000-APURAR-CLIENTE-EXIT
           END-IF.

           IF WRK-CL-TIPO (WRK-CL-IDX) = "J"
               MOVE "PJ" TO APU-SEGMENTO
           ELSE
               MOVE "PF" TO APU-SEGMENTO
           END-IF.
           MOVE WRK-FILIAL-QUEBRA          TO APU-FILIAL.
           MOVE WRK-CL-CPF (WRK-CL-IDX)    TO APU-CPF.
           MOVE WRK-CL-NOME (WRK-CL-IDX)   TO APU-NOME.
           MOVE WRK-RECEITA                TO APU-RECEITA.
           MOVE WRK-CUSTO                  TO APU-CUSTO.
           COMPUTE APU-MARGEM = WRK-RECEITA - WRK-CUSTO.
           WRITE APURADO-REG.

           ADD 1 TO WRK-QTDE-APURADOS.
           ADD WRK-RECEITA TO WRK-TOTAL-RECEITA.
           ADD WRK-CUSTO   TO WRK-TOTAL-CUSTO.
       5000-APURAR-CLIENTE-EXIT.
           EXIT.

       5100-LER-CLITRANS.
           READ CLIENTE-TRANS-FILE NEXT RECORD
               AT END
                   SET FIM-CTRANS TO TRUE
                   GO TO 5100-LER-CLITRANS-EXIT
           END-READ.
           IF CLITRANS_CPF NOT = WRK-CL-CPF (WRK-CL-IDX)
               SET FIM-CTRANS TO TRUE
               GO TO 5100-LER-CLITRANS-EXIT
           END-IF.

      *>   FILIAL DO CLIENTE: A DO ULTIMO MOVIMENTO COM AGENCIA
           IF CLITRANS_FILIAL IS NUMERIC
               AND CLITRANS_FILIAL NOT = ZEROS
               MOVE CLITRANS_FILIAL TO WRK-FILIAL-QUEBRA
           END-IF.

           IF CLITRANS_DATA < WRK-INICIO-MES
               OR CLITRANS_DATA NOT < WRK-INICIO-PROXIMO
               GO TO 5100-LER-CLITRANS-EXIT
           END-IF.

           ADD 1 TO APU-QTDE-LANC.
           PERFORM 5200-CUSTO-DO-CANAL THRU 5200-CUSTO-DO-CANAL-EXIT.
           ADD WRK-CUSTO-UNITARIO TO APU-CUSTO-LANC.

           EVALUATE TRUE
               WHEN CLITRANS-DEBITO
                   AND (CLITRANS_CODIGO = "TARF" OR "CHSU" OR "CHTX"
                        OR "FCNV" OR "FATP")
                   ADD CLITRANS_VALOR TO APU-TARIFAS
               WHEN CLITRANS-DEBITO
                   AND CLITRANS_CODIGO = "JRS "
                   ADD CLITRANS_VALOR TO APU-JUROS-RECEBIDOS
               WHEN CLITRANS-CREDITO
                   AND CLITRANS_CODIGO = "JRS "
                   ADD CLITRANS_VALOR TO APU-JUROS-PAGOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5100-LER-CLITRANS-EXIT.
           EXIT.

       5200-CUSTO-DO-CANAL.
           MOVE ZEROS TO WRK-CUSTO-UNITARIO.
           SET WRK-CN-IDX TO 1.
           SEARCH WRK-CN-ITEM
               VARYING WRK-CN-IDX
               AT END
                   ADD 1 TO WRK-QTDE-SEM-CUSTO
               WHEN WRK-CN-IDX > WRK-MAX-CANAIS
                   ADD 1 TO WRK-QTDE-SEM-CUSTO
               WHEN WRK-CN-CANAL (WRK-CN-IDX) = CLITRANS_CANAL
                   MOVE WRK-CN-VALOR (WRK-CN-IDX) TO WRK-CUSTO-UNITARIO
           END-SEARCH.
       5200-CUSTO-DO-CANAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CLIENTE DONO DA CONTA: O TITULAR PRINCIPAL DE CONTATIT (NA  *
      *>   FALTA DELE, O PRIMEIRO VINCULO), PROCURADO NA TABELA        *
      *----------------------------------------------------------------*
       6000-CLIENTE-DA-CONTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           MOVE SPACES TO WRK-CPF-TITULAR.
           MOVE "N" TO WRK-FIM-TIT.

           MOVE WRK-CONTA-PROCURADA TO TIT_CONTA.
           MOVE LOW-VALUES          TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.
           PERFORM 6100-EXAMINAR-VINCULO THRU 6100-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           IF WRK-CPF-TITULAR = SPACES
               ADD 1 TO WRK-QTDE-SEM-TITULAR
               GO TO 6000-CLIENTE-DA-CONTA-EXIT
           END-IF.

           MOVE WRK-CPF-TITULAR TO WRK-CPF-PROCURADO.
           SET WRK-CL-IDX TO 1.
           SEARCH WRK-CL-ITEM
               VARYING WRK-CL-IDX
               AT END
                   CONTINUE
               WHEN WRK-CL-IDX > WRK-MAX-CLIENTES
                   CONTINUE
               WHEN WRK-CL-CPF (WRK-CL-IDX) = WRK-CPF-PROCURADO
                   SET ACHOU TO TRUE
           END-SEARCH.
       6000-CLIENTE-DA-CONTA-EXIT.
           EXIT.

       6100-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 6100-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF TIT_CONTA NOT = WRK-CONTA-PROCURADA
               SET FIM-TIT TO TRUE
               GO TO 6100-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       6100-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ORDENA POR SEGMENTO, FILIAL E MARGEM (MAIOR PRIMEIRO) E     *
      *>   IMPRIME O RANKING; MARGEM NEGATIVA VAI TAMBEM PARA RENTNEG  *
      *----------------------------------------------------------------*
       8000-RELATAR.
      *----------------------------------------------------------------*
           CLOSE APURADO-FILE.

           SORT ORDENACAO-FILE
               ON ASCENDING KEY ORD-SEGMENTO ORD-FILIAL
               ON DESCENDING KEY ORD-MARGEM
               ON ASCENDING KEY ORD-CPF
               USING APURADO-FILE
               GIVING CLASSIFICADO-FILE.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "RENTABILIDADE POR CLIENTE - RANKING" TO WRK-T-TEXTO.
           MOVE WRK-MES-REF TO WRK-T-MES.
           MOVE WRK-LINHA-TITULO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN OUTPUT NEGATIVA-FILE.
           MOVE "CLIENTES COM MARGEM NEGATIVA - REVISAO" TO WRK-T-TEXTO.
           MOVE WRK-LINHA-TITULO TO NEGATIVA-LINHA.
           WRITE NEGATIVA-LINHA.
           MOVE SPACES TO NEGATIVA-LINHA.
           WRITE NEGATIVA-LINHA.
           MOVE WRK-LINHA-CABEC-NEG TO NEGATIVA-LINHA.
           WRITE NEGATIVA-LINHA.

           OPEN INPUT CLASSIFICADO-FILE.
           IF WRK-STATUS-CLASS NOT = "00"
               SET FIM-CLASS TO TRUE
           END-IF.

           IF NOT FIM-CLASS
               PERFORM 8100-LER-CLASSIFICADO
                   THRU 8100-LER-CLASSIFICADO-EXIT
           END-IF.
           IF NOT FIM-CLASS
               PERFORM 8300-CABECALHO-GRUPO
                   THRU 8300-CABECALHO-GRUPO-EXIT
           END-IF.
           PERFORM 8200-LISTAR-CLIENTE THRU 8200-LISTAR-CLIENTE-EXIT
               UNTIL FIM-CLASS.
           IF WRK-QTDE-APURADOS > ZEROS
               PERFORM 8400-SUBTOTAL-GRUPO
                   THRU 8400-SUBTOTAL-GRUPO-EXIT
           END-IF.

           CLOSE CLASSIFICADO-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE NEGATIVA-FILE.
       8000-RELATAR-EXIT.
           EXIT.

       8100-LER-CLASSIFICADO.
           READ CLASSIFICADO-FILE.
           IF WRK-STATUS-CLASS = "10"
               SET FIM-CLASS TO TRUE
           END-IF.
       8100-LER-CLASSIFICADO-EXIT.
           EXIT.

       8200-LISTAR-CLIENTE.
           IF CLS-SEGMENTO NOT = WRK-SEGMENTO-QUEBRA
               OR CLS-FILIAL NOT = WRK-FILIAL-QUEBRA
               PERFORM 8400-SUBTOTAL-GRUPO
                   THRU 8400-SUBTOTAL-GRUPO-EXIT
               PERFORM 8300-CABECALHO-GRUPO
                   THRU 8300-CABECALHO-GRUPO-EXIT
           END-IF.

           ADD 1 TO WRK-POSICAO.
           MOVE WRK-POSICAO   TO WRK-L-POSICAO.
           MOVE CLS-CPF       TO WRK-L-CPF.
           MOVE CLS-NOME      TO WRK-L-NOME.
           MOVE CLS-RECEITA   TO WRK-L-RECEITA.
           MOVE CLS-CUSTO     TO WRK-L-CUSTO.
           MOVE CLS-MARGEM    TO WRK-L-MARGEM.
           MOVE CLS-QTDE-LANC TO WRK-L-QTDE.
           MOVE WRK-LINHA-CLIENTE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           ADD CLS-RECEITA TO WRK-FILIAL-RECEITA.
           ADD CLS-CUSTO   TO WRK-FILIAL-CUSTO.
           ADD CLS-MARGEM  TO WRK-FILIAL-MARGEM.

           IF CLS-MARGEM < ZEROS
               ADD 1 TO WRK-QTDE-NEGATIVOS
               MOVE CLS-SEGMENTO        TO WRK-N-SEGMENTO
               MOVE CLS-FILIAL          TO WRK-N-FILIAL
               MOVE CLS-CPF             TO WRK-N-CPF
               MOVE CLS-NOME            TO WRK-N-NOME
               MOVE CLS-TARIFAS         TO WRK-N-TARIFAS
               MOVE CLS-JUROS-RECEBIDOS TO WRK-N-JUROS-REC
               MOVE CLS-SPREAD          TO WRK-N-SPREAD
               MOVE CLS-JUROS-PAGOS     TO WRK-N-JUROS-PAGOS
               MOVE CLS-RENDIMENTO-CDB  TO WRK-N-RENDIMENTO
               MOVE CLS-CUSTO-LANC      TO WRK-N-CUSTO-LANC
               MOVE CLS-MARGEM          TO WRK-N-MARGEM
               MOVE WRK-LINHA-NEGATIVA TO NEGATIVA-LINHA
               WRITE NEGATIVA-LINHA
           END-IF.

           PERFORM 8100-LER-CLASSIFICADO
               THRU 8100-LER-CLASSIFICADO-EXIT.
       8200-LISTAR-CLIENTE-EXIT.
           EXIT.

       8300-CABECALHO-GRUPO.
           MOVE CLS-SEGMENTO TO WRK-SEGMENTO-QUEBRA.
           MOVE CLS-FILIAL   TO WRK-FILIAL-QUEBRA.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE ZEROS TO WRK-FILIAL-RECEITA.
           MOVE ZEROS TO WRK-FILIAL-CUSTO.
           MOVE ZEROS TO WRK-FILIAL-MARGEM.
           MOVE WRK-SEGMENTO-QUEBRA TO WRK-G-SEGMENTO.
           MOVE WRK-FILIAL-QUEBRA   TO WRK-G-FILIAL.
           MOVE WRK-LINHA-GRUPO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-CABEC TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       8300-CABECALHO-GRUPO-EXIT.
           EXIT.

       8400-SUBTOTAL-GRUPO.
           MOVE WRK-FILIAL-RECEITA TO WRK-S-RECEITA.
           MOVE WRK-FILIAL-CUSTO   TO WRK-S-CUSTO.
           MOVE WRK-FILIAL-MARGEM  TO WRK-S-MARGEM.
           MOVE WRK-LINHA-SUBTOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       8400-SUBTOTAL-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CLIENTE-MASTER-FILE.
           IF CTRANS-ABERTO
               CLOSE CLIENTE-TRANS-FILE
           END-IF.
           CLOSE TITULAR-FILE.
           CLOSE SNAPSHOT-FILE.
           CLOSE PLANO-FILE.
           CLOSE CDB-FILE.
           IF CAPR-ABERTO
               CLOSE APROPRIA-FILE
           END-IF.
           CLOSE FATURAVEL-FILE.

           COMPUTE WRK-MARGEM = WRK-TOTAL-RECEITA - WRK-TOTAL-CUSTO.

           DISPLAY "===== RENTABILIDADE POR CLIENTE =====".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "CLIENTES LIDOS.......: " WRK-QTDE-CLIENTES.
           DISPLAY "CLIENTES APURADOS....: " WRK-QTDE-APURADOS.
           DISPLAY "SEM MOVIMENTO NO MES.: " WRK-QTDE-SEM-MOVIMENTO.
           DISPLAY "MARGEM NEGATIVA......: " WRK-QTDE-NEGATIVOS.
           DISPLAY "DATAS DE FOTO NO MES.: " WRK-QTDE-DATAS-SNAP.
           DISPLAY "CONTAS SEM TITULAR...: " WRK-QTDE-SEM-TITULAR.
           DISPLAY "LANC. SEM CUSTO CANAL: " WRK-QTDE-SEM-CUSTO.
           DISPLAY "RECEITA TOTAL........: " WRK-TOTAL-RECEITA.
           DISPLAY "CUSTO TOTAL..........: " WRK-TOTAL-CUSTO.
           DISPLAY "MARGEM TOTAL.........: " WRK-MARGEM.
       9000-FINALIZAR-EXIT.
           EXIT.
