      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. COMPULSORIO-CALCULA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CALCULO DO RECOLHIMENTO COMPULSORIO SOBRE      <*
      *>                DEPOSITOS A VISTA, POUPANCA E A PRAZO, ANTES  <*
      *>                FEITO A MAO PELA TESOURARIA A PARTIR DO       <*
      *>                BALANCETE. A BASE DIARIA DE CADA PRODUTO SAI  <*
      *>                DAS FOTOS DE SALDOSNAP (CONTA-SNAPSHOT.COB)   <*
      *>                DO PERIODO DE CALCULO - OS ULTIMOS COMPDIAS   <*
      *>                DIAS CORRIDOS ATE HOJE, PADRAO 7: SALDO       <*
      *>                POSITIVO EM REAIS DAS CONTAS CORRENTES        <*
      *>                (A VISTA) E DE POUPANCA, PELO PRODUTO EM      <*
      *>                CONTASDB, MAIS OS CDB DE CDBMST APLICADOS E   <*
      *>                AINDA NAO VENCIDOS NA DATA DA FOTO (A PRAZO;  <*
      *>                O CDB RESGATADO ANTES DO VENCIMENTO NAO TEM A <*
      *>                DATA DO RESGATE E FICA FORA). A MEDIA DAS     <*
      *>                BASES DIARIAS, MENOS A DEDUCAO, VEZES A       <*
      *>                ALIQUOTA DE PARAMMST (COMPALQVIS/COMPALQPOU/  <*
      *>                COMPALQPRZ EM PERCENTUAL 999V99, COMPDEDVIS/  <*
      *>                COMPDEDPOU/COMPDEDPRZ EM REAIS) DA A EXIGIBI- <*
      *>                LIDADE DO PERIODO, CONFRONTADA COM O SALDO    <*
      *>                EFETIVAMENTE RECOLHIDO NO BANCO CENTRAL       <*
      *>                (COMPRECVIS/COMPRECPOU/COMPRECPRZ, ATUALIZADO <*
      *>                PELA TESOURARIA). RELATORIO EM COMPREL;       <*
      *>                INSUFICIENCIA EM QUALQUER PRODUTO ENCERRA COM <*
      *>                RETURN-CODE 4. RODA NO ULTIMO DIA UTIL DA     <*
      *>                SEMANA (TIPO S NA CADEIATAB), DEPOIS DE       <*
      *>                CONTA-SNAPSHOT                                <*
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
           SELECT SNAPSHOT-FILE       ASSIGN TO "SALDOSNAP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SNAP.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT RELATORIO-FILE      ASSIGN TO "COMPREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REG.
           02 SNAP_DATA           PIC 9(08).
           02 SNAP_CONTA          PIC 9(08).
           02 SNAP_SALDO          PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SNAP_MOEDA          PIC X(03).
           02 SNAP_STATUS         PIC X(01).

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-SNAP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-SNAP           PIC X(01) VALUE "N".
           88 FIM-SNAP                VALUE "S".
       77  WRK-FIM-CDB            PIC X(01) VALUE "N".
           88 FIM-CDB                 VALUE "S".
       77  WRK-ACHOU              PIC X(01) VALUE "N".
           88 ACHOU                   VALUE "S".
       77  WRK-DATA-NO-PERIODO    PIC X(01) VALUE "N".
           88 DATA-NO-PERIODO         VALUE "S".
       77  WRK-SEM-CDB            PIC X(01) VALUE "N".
           88 SEM-CDB                 VALUE "S".
       77  WRK-INSUFICIENTE       PIC X(01) VALUE "N".
           88 INSUFICIENTE            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANTERIOR      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO        PIC 9(08) VALUE 99999999.
       77  WRK-DIAS-PERIODO       PIC 9(03) VALUE 7.
       77  WRK-DIAS-CORRIDOS      PIC 9(03) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-ALIQ    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-ALIQ5       PIC 9(03)V99.
           02 FILLER               PIC X(15).
       01  WRK-PARM-VALOR-REAIS   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-REAIS13     PIC 9(11)V99.
           02 FILLER               PIC X(07).

       77  WRK-QTDE-FOTOS-LIDAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FORA-PERIODO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OUTRA-MOEDA   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CONTA     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CDB-LIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESTOURO       PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   BASE DIARIA POR PRODUTO: UMA LINHA POR DATA DE FOTO DENTRO  *
      *>   DO PERIODO (1 = A VISTA, 2 = POUPANCA, 3 = A PRAZO)         *
      *----------------------------------------------------------------*
       77  WRK-MAX-DATAS          PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-DATAS.
           02 WRK-DT-ITEM  OCCURS 60 TIMES
                            INDEXED BY WRK-DT-IDX.
               03 WRK-DT-DATA          PIC 9(08).
               03 WRK-DT-BASE          PIC 9(13)V99 OCCURS 3 TIMES.

      *----------------------------------------------------------------*
      *>   APURACAO POR PRODUTO                                        *
      *----------------------------------------------------------------*
       01  WRK-TABELA-PRODUTOS.
           02 WRK-PD-ITEM  OCCURS 3 TIMES
                            INDEXED BY WRK-PD-IDX.
               03 WRK-PD-NOME          PIC X(10).
               03 WRK-PD-SUFIXO        PIC X(03).
               03 WRK-PD-ALIQUOTA      PIC 9(03)V99.
               03 WRK-PD-DEDUCAO       PIC 9(11)V99.
               03 WRK-PD-RECOLHIDO     PIC 9(11)V99.
               03 WRK-PD-SOMA-BASE     PIC 9(15)V99.
               03 WRK-PD-MEDIA         PIC 9(13)V99.
               03 WRK-PD-EXIGIDO       PIC 9(13)V99.
               03 WRK-PD-POSICAO       PIC S9(13)V99.

       77  WRK-PRODUTO            PIC 9(01) VALUE ZEROS.
       77  WRK-BASE-DEDUZIDA      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXIGIDO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-RECOLHIDO    PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CABEC.
           02 FILLER               PIC X(34)
               VALUE "RECOLHIMENTO COMPULSORIO - PERIODO".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-INICIO        PIC 9(08).
           02 FILLER               PIC X(03) VALUE " A ".
           02 WRK-LC-FIM           PIC 9(08).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-LC-DIAS          PIC ZZ9.
           02 FILLER               PIC X(06) VALUE " FOTOS".

       01  WRK-LINHA-DIA.
           02 FILLER               PIC X(05) VALUE "BASE ".
           02 WRK-LD-DATA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-VISTA         PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-POUPANCA      PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LD-PRAZO         PIC Z(12)9.99.

       01  WRK-LINHA-TITULOS.
           02 FILLER               PIC X(11) VALUE "PRODUTO".
           02 FILLER               PIC X(17) VALUE "      BASE MEDIA".
           02 FILLER               PIC X(08) VALUE "  ALIQ.".
           02 FILLER               PIC X(17) VALUE "        EXIGIDO".
           02 FILLER               PIC X(17) VALUE "      RECOLHIDO".
           02 FILLER               PIC X(18) VALUE "        POSICAO".
           02 FILLER               PIC X(12) VALUE " SITUACAO".

       01  WRK-LINHA-PRODUTO.
           02 WRK-LP-NOME          PIC X(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-MEDIA         PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-ALIQUOTA      PIC ZZ9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-EXIGIDO       PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-RECOLHIDO     PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-POSICAO       PIC -(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-SITUACAO      PIC X(13).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-FOTOS         THRU 2000-LER-FOTOS-EXIT
               UNTIL FIM-SNAP.
           IF WRK-MAX-DATAS = ZEROS
               DISPLAY "COMPULSORIO-CALCULA: NENHUMA FOTO DE SALDOS "
                   "NOS ULTIMOS " WRK-DIAS-PERIODO " DIAS - RODADA "
                   "CANCELADA"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FINALIZAR     THRU 9000-FINALIZAR-EXIT
               GOBACK
           END-IF.
           PERFORM 3000-LER-CDB           THRU 3000-LER-CDB-EXIT
               UNTIL FIM-CDB.
           PERFORM 4000-APURAR            THRU 4000-APURAR-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > 3.
           PERFORM 5000-IMPRIMIR          THRU 5000-IMPRIMIR-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "COMPDIAS" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-DIAS-PERIODO
           END-IF.

           MOVE "A VISTA"    TO WRK-PD-NOME (1).
           MOVE "VIS"        TO WRK-PD-SUFIXO (1).
           MOVE 21           TO WRK-PD-ALIQUOTA (1).
           MOVE "POUPANCA"   TO WRK-PD-NOME (2).
           MOVE "POU"        TO WRK-PD-SUFIXO (2).
           MOVE 20           TO WRK-PD-ALIQUOTA (2).
           MOVE "A PRAZO"    TO WRK-PD-NOME (3).
           MOVE "PRZ"        TO WRK-PD-SUFIXO (3).
           MOVE 20           TO WRK-PD-ALIQUOTA (3).
           PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > 3.

           OPEN INPUT SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "COMPULSORIO-CALCULA: CONTASDB INDISPONIVEL, "
                   "STATUS " WRK-STATUS-CONTA " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CDB-FILE.
           IF WRK-STATUS-CDB NOT = "00"
               SET SEM-CDB TO TRUE
               SET FIM-CDB TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ALIQUOTA, DEDUCAO E SALDO RECOLHIDO DE CADA PRODUTO: NOME   *
      *>   DO PARAMETRO = PREFIXO + SUFIXO DO PRODUTO                  *
      *----------------------------------------------------------------*
       1100-LER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-PARM-NOME.
           STRING "COMPALQ" WRK-PD-SUFIXO (WRK-PD-IDX)
               DELIMITED BY SIZE INTO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               MOVE WRK-PARM-ALIQ5 TO WRK-PD-ALIQUOTA (WRK-PD-IDX)
           END-IF.

           MOVE ZEROS TO WRK-PD-DEDUCAO (WRK-PD-IDX).
           MOVE SPACES TO WRK-PARM-NOME.
           STRING "COMPDED" WRK-PD-SUFIXO (WRK-PD-IDX)
               DELIMITED BY SIZE INTO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:13) IS NUMERIC
               MOVE WRK-PARM-REAIS13 TO WRK-PD-DEDUCAO (WRK-PD-IDX)
           END-IF.

           MOVE ZEROS TO WRK-PD-RECOLHIDO (WRK-PD-IDX).
           MOVE SPACES TO WRK-PARM-NOME.
           STRING "COMPREC" WRK-PD-SUFIXO (WRK-PD-IDX)
               DELIMITED BY SIZE INTO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:13) IS NUMERIC
               MOVE WRK-PARM-REAIS13 TO WRK-PD-RECOLHIDO (WRK-PD-IDX)
           END-IF.

           MOVE ZEROS TO WRK-PD-SOMA-BASE (WRK-PD-IDX).
           MOVE ZEROS TO WRK-PD-MEDIA (WRK-PD-IDX).
           MOVE ZEROS TO WRK-PD-EXIGIDO (WRK-PD-IDX).
           MOVE ZEROS TO WRK-PD-POSICAO (WRK-PD-IDX).
       1100-LER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O ACERVO VEM AGRUPADO POR DATA DA FOTO; A IDADE SO E        *
      *>   APURADA QUANDO A DATA MUDA                                  *
      *----------------------------------------------------------------*
       2000-LER-FOTOS.
      *----------------------------------------------------------------*
           READ SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
               GO TO 2000-LER-FOTOS-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FOTOS-LIDAS.

           IF SNAP_DATA NOT = WRK-DATA-ANTERIOR
               MOVE SNAP_DATA TO WRK-DATA-ANTERIOR
               PERFORM 2100-AVALIAR-DATA THRU 2100-AVALIAR-DATA-EXIT
           END-IF.

           IF NOT DATA-NO-PERIODO
               ADD 1 TO WRK-QTDE-FORA-PERIODO
               GO TO 2000-LER-FOTOS-EXIT
           END-IF.

           IF SNAP_MOEDA NOT = "BRL" AND SNAP_MOEDA NOT = SPACES
               ADD 1 TO WRK-QTDE-OUTRA-MOEDA
               GO TO 2000-LER-FOTOS-EXIT
           END-IF.

           IF SNAP_SALDO NOT > ZEROS
               GO TO 2000-LER-FOTOS-EXIT
           END-IF.

           MOVE SNAP_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-CONTA
                   GO TO 2000-LER-FOTOS-EXIT
           END-READ.

           IF CONTA-PROD-POUPANCA
               ADD SNAP_SALDO TO WRK-DT-BASE (WRK-DT-IDX, 2)
           ELSE
               ADD SNAP_SALDO TO WRK-DT-BASE (WRK-DT-IDX, 1)
           END-IF.
       2000-LER-FOTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-AVALIAR-DATA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-DATA-NO-PERIODO.
           IF SNAP_DATA > WRK-DATA-HOJE
               GO TO 2100-AVALIAR-DATA-EXIT
           END-IF.

           CALL "DIAS-CORRIDOS-IDADE" USING SNAP_DATA
               WRK-DATA-HOJE WRK-DIAS-CORRIDOS.
           IF WRK-DIAS-CORRIDOS NOT < WRK-DIAS-PERIODO
               GO TO 2100-AVALIAR-DATA-EXIT
           END-IF.

           MOVE "N" TO WRK-ACHOU.
           SET WRK-DT-IDX TO 1.
           SEARCH WRK-DT-ITEM
               VARYING WRK-DT-IDX
               AT END
                   CONTINUE
               WHEN WRK-DT-IDX > WRK-MAX-DATAS
                   CONTINUE
               WHEN WRK-DT-DATA (WRK-DT-IDX) = SNAP_DATA
                   SET ACHOU TO TRUE
           END-SEARCH.

           IF NOT ACHOU
               IF WRK-MAX-DATAS = 60
                   ADD 1 TO WRK-QTDE-ESTOURO
                   GO TO 2100-AVALIAR-DATA-EXIT
               END-IF
               ADD 1 TO WRK-MAX-DATAS
               SET WRK-DT-IDX TO WRK-MAX-DATAS
               MOVE SNAP_DATA TO WRK-DT-DATA (WRK-DT-IDX)
               MOVE ZEROS     TO WRK-DT-BASE (WRK-DT-IDX, 1)
               MOVE ZEROS     TO WRK-DT-BASE (WRK-DT-IDX, 2)
               MOVE ZEROS     TO WRK-DT-BASE (WRK-DT-IDX, 3)
               IF SNAP_DATA < WRK-DATA-INICIO
                   MOVE SNAP_DATA TO WRK-DATA-INICIO
               END-IF
           END-IF.
           SET DATA-NO-PERIODO TO TRUE.
       2100-AVALIAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O CDB ENTRA NA BASE A PRAZO DE CADA DATA DE FOTO ENTRE A    *
      *>   APLICACAO (INCLUSIVE) E O VENCIMENTO (EXCLUSIVE)            *
      *----------------------------------------------------------------*
       3000-LER-CDB.
      *----------------------------------------------------------------*
           READ CDB-FILE NEXT RECORD.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
               GO TO 3000-LER-CDB-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CDB-LIDOS.

           IF CDB-RESGATADO
               GO TO 3000-LER-CDB-EXIT
           END-IF.

           PERFORM 3100-SOMAR-CDB THRU 3100-SOMAR-CDB-EXIT
               VARYING WRK-DT-IDX FROM 1 BY 1
               UNTIL WRK-DT-IDX > WRK-MAX-DATAS.
       3000-LER-CDB-EXIT.
           EXIT.

       3100-SOMAR-CDB.
           IF CDB_DATA_APLIC NOT > WRK-DT-DATA (WRK-DT-IDX)
               AND CDB_DATA_VENC > WRK-DT-DATA (WRK-DT-IDX)
               ADD CDB_VALOR TO WRK-DT-BASE (WRK-DT-IDX, 3)
           END-IF.
       3100-SOMAR-CDB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MEDIA DAS BASES DIARIAS, DEDUCAO, ALIQUOTA E POSICAO        *
      *>   (RECOLHIDO MENOS EXIGIDO: NEGATIVO E INSUFICIENCIA)         *
      *----------------------------------------------------------------*
       4000-APURAR.
      *----------------------------------------------------------------*
           SET WRK-PRODUTO TO WRK-PD-IDX.
           PERFORM 4100-SOMAR-DIA THRU 4100-SOMAR-DIA-EXIT
               VARYING WRK-DT-IDX FROM 1 BY 1
               UNTIL WRK-DT-IDX > WRK-MAX-DATAS.

           COMPUTE WRK-PD-MEDIA (WRK-PD-IDX) ROUNDED =
               WRK-PD-SOMA-BASE (WRK-PD-IDX) / WRK-MAX-DATAS.

           COMPUTE WRK-BASE-DEDUZIDA =
               WRK-PD-MEDIA (WRK-PD-IDX) - WRK-PD-DEDUCAO (WRK-PD-IDX).
           IF WRK-BASE-DEDUZIDA > ZEROS
               COMPUTE WRK-PD-EXIGIDO (WRK-PD-IDX) ROUNDED =
                   WRK-BASE-DEDUZIDA * WRK-PD-ALIQUOTA (WRK-PD-IDX)
                   / 100
           ELSE
               MOVE ZEROS TO WRK-PD-EXIGIDO (WRK-PD-IDX)
           END-IF.

           COMPUTE WRK-PD-POSICAO (WRK-PD-IDX) =
               WRK-PD-RECOLHIDO (WRK-PD-IDX)
               - WRK-PD-EXIGIDO (WRK-PD-IDX).
           IF WRK-PD-POSICAO (WRK-PD-IDX) < ZEROS
               SET INSUFICIENTE TO TRUE
           END-IF.

           ADD WRK-PD-EXIGIDO (WRK-PD-IDX)   TO WRK-TOTAL-EXIGIDO.
           ADD WRK-PD-RECOLHIDO (WRK-PD-IDX) TO WRK-TOTAL-RECOLHIDO.
       4000-APURAR-EXIT.
           EXIT.

       4100-SOMAR-DIA.
           ADD WRK-DT-BASE (WRK-DT-IDX, WRK-PRODUTO)
               TO WRK-PD-SOMA-BASE (WRK-PD-IDX).
       4100-SOMAR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-IMPRIMIR.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-INICIO TO WRK-LC-INICIO.
           MOVE WRK-DATA-HOJE   TO WRK-LC-FIM.
           MOVE WRK-MAX-DATAS   TO WRK-LC-DIAS.
           MOVE WRK-LINHA-CABEC TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 5100-IMPRIMIR-DIA THRU 5100-IMPRIMIR-DIA-EXIT
               VARYING WRK-DT-IDX FROM 1 BY 1
               UNTIL WRK-DT-IDX > WRK-MAX-DATAS.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-TITULOS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 5200-IMPRIMIR-PRODUTO
               THRU 5200-IMPRIMIR-PRODUTO-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > 3.
       5000-IMPRIMIR-EXIT.
           EXIT.

       5100-IMPRIMIR-DIA.
           MOVE WRK-DT-DATA (WRK-DT-IDX)    TO WRK-LD-DATA.
           MOVE WRK-DT-BASE (WRK-DT-IDX, 1) TO WRK-LD-VISTA.
           MOVE WRK-DT-BASE (WRK-DT-IDX, 2) TO WRK-LD-POUPANCA.
           MOVE WRK-DT-BASE (WRK-DT-IDX, 3) TO WRK-LD-PRAZO.
           MOVE WRK-LINHA-DIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5100-IMPRIMIR-DIA-EXIT.
           EXIT.

       5200-IMPRIMIR-PRODUTO.
           MOVE WRK-PD-NOME (WRK-PD-IDX)      TO WRK-LP-NOME.
           MOVE WRK-PD-MEDIA (WRK-PD-IDX)     TO WRK-LP-MEDIA.
           MOVE WRK-PD-ALIQUOTA (WRK-PD-IDX)  TO WRK-LP-ALIQUOTA.
           MOVE WRK-PD-EXIGIDO (WRK-PD-IDX)   TO WRK-LP-EXIGIDO.
           MOVE WRK-PD-RECOLHIDO (WRK-PD-IDX) TO WRK-LP-RECOLHIDO.
           MOVE WRK-PD-POSICAO (WRK-PD-IDX)   TO WRK-LP-POSICAO.
           IF WRK-PD-POSICAO (WRK-PD-IDX) < ZEROS
               MOVE "INSUFICIENTE" TO WRK-LP-SITUACAO
           ELSE
               MOVE "ATENDIDO"     TO WRK-LP-SITUACAO
           END-IF.
           MOVE WRK-LINHA-PRODUTO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5200-IMPRIMIR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE SNAPSHOT-FILE.
           CLOSE CONTA-FILE.
           IF NOT SEM-CDB
               CLOSE CDB-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND (INSUFICIENTE OR WRK-QTDE-ESTOURO > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== RECOLHIMENTO COMPULSORIO =====".
           DISPLAY "INICIO DO PERIODO....: " WRK-DATA-INICIO.
           DISPLAY "FOTOS NO PERIODO.....: " WRK-MAX-DATAS.
           DISPLAY "REGISTROS LIDOS......: " WRK-QTDE-FOTOS-LIDAS.
           DISPLAY "FORA DO PERIODO......: " WRK-QTDE-FORA-PERIODO.
           DISPLAY "OUTRA MOEDA..........: " WRK-QTDE-OUTRA-MOEDA.
           DISPLAY "SEM CONTA EM CONTASDB: " WRK-QTDE-SEM-CONTA.
           DISPLAY "CDB LIDOS............: " WRK-QTDE-CDB-LIDOS.
           DISPLAY "TOTAL EXIGIDO........: " WRK-TOTAL-EXIGIDO.
           DISPLAY "TOTAL RECOLHIDO......: " WRK-TOTAL-RECOLHIDO.
           IF INSUFICIENTE
               DISPLAY "HA PRODUTO COM RECOLHIMENTO INSUFICIENTE"
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
