      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TESOURARIA-GAP.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RELATORIO MENSAL DE DESCASAMENTO (GAP) DE      <*
      *>                REPRECIFICACAO E ESCADA DE VENCIMENTOS PARA O <*
      *>                COMITE ALCO - A VISAO ESTRUTURAL QUE          <*
      *>                TESOURARIA-FLUXO.COB (DEZ DIAS UTEIS) NAO DA. <*
      *>                ATIVOS E PASSIVOS SAO DISTRIBUIDOS EM OITO    <*
      *>                FAIXAS, DE ATE 1 MES A ACIMA DE 5 ANOS, PELA  <*
      *>                DATA DE VENCIMENTO OU REPRECIFICACAO:         <*
      *>                CDB ATIVOS DE CDBMST PELO CDB_DATA_VENC       <*
      *>                (PASSIVO), PARCELAS EM ABERTO DOS PLANOS      <*
      *>                ATIVOS DE PLANOMST PELO VENCIMENTO DE CADA    <*
      *>                UMA E PARCELAS DA VENDA FINANCIADA (PARCREQ,  <*
      *>                VENCENDO A PARTIR DO MES SEGUINTE COMO EM     <*
      *>                SCR-EXPORTA.COB) (ATIVO). SALDOS SEM          <*
      *>                VENCIMENTO SEGUEM AS PREMISSAS                <*
      *>                COMPORTAMENTAIS DE PARAMMST: O SALDO          <*
      *>                NEGATIVO DE CONTASDB (ADIANTAMENTO A          <*
      *>                DEPOSITANTE E CHEQUE ESPECIAL) CAI INTEIRO NA <*
      *>                FAIXA GAPNEGFX (PADRAO 1); DO DEPOSITO A      <*
      *>                VISTA E DA POUPANCA, A PARCELA ESTAVEL        <*
      *>                (GAPVISNUC/GAPPOUNUC, PERCENTUAL 999V99,      <*
      *>                PADRAO 40,00 E 60,00) VAI PARA A FAIXA        <*
      *>                GAPVISFX/GAPPOUFX (PADRAO 5, 1 A 2 ANOS) E O  <*
      *>                RESTANTE FICA NA FAIXA 1. A MOEDA DE CADA     <*
      *>                ITEM E A DA CONTA EM CONTASDB (BRANCO = BRL), <*
      *>                E O RELATORIO GAPREL TRAZ, POR MOEDA, A       <*
      *>                ESCADA POR CATEGORIA E, POR FAIXA, ATIVO,     <*
      *>                PASSIVO, GAP, GAP ACUMULADO E O EFEITO NA     <*
      *>                MARGEM FINANCEIRA (12 MESES) DE UM CHOQUE     <*
      *>                PARALELO DE TAXA DE GAPCHOQUE PONTOS-BASE     <*
      *>                (SINAL + 4 DIGITOS, PADRAO +0100), PONDERADO  <*
      *>                PELO PRAZO RESTANTE DO ANO A PARTIR DO MEIO   <*
      *>                DE CADA FAIXA. CONTA ENCERRADA FICA FORA.     <*
      *>                TABELA DE MOEDAS ESTOURADA ENCERRA COM        <*
      *>                RETURN-CODE 4. RODA NO FIM DO MES (TIPO M NA  <*
      *>                CADEIATAB), DEPOIS DE PLANO-SERVICO           <*
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
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT VENDA-FILE          ASSIGN TO "PARCREQ"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-VENDA.

           SELECT RELATORIO-FILE      ASSIGN TO "GAPREL"
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

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  VENDA-FILE.
       01  VENDA-REG.
           02 VND-CONTA               PIC 9(08).
           02 VND-SALDO               PIC 9(09)V99.
           02 VND-QTDE-PARCELAS       PIC 9(03).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(120).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VENDA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".
       77  WRK-FIM-CDB            PIC X(01) VALUE "N".
           88 FIM-CDB                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-VENDA          PIC X(01) VALUE "N".
           88 FIM-VENDA               VALUE "S".
       77  WRK-MD-ACHADA          PIC X(01) VALUE "N".
           88 MD-ACHADA               VALUE "S".

       01  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R        REDEFINES WRK-DATA-HOJE.
           02 WRK-HOJE-ANO         PIC 9(04).
           02 WRK-HOJE-MES         PIC 9(02).
           02 WRK-HOJE-DIA         PIC 9(02).

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-PERC    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-PERC5       PIC 9(03)V99.
           02 FILLER               PIC X(15).
       01  WRK-PARM-VALOR-CHOQUE  REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-CHQ-SINAL   PIC X(01).
           02 WRK-PARM-CHQ-BPS     PIC 9(04).
           02 FILLER               PIC X(15).

      *----------------------------------------------------------------*
      *>   PREMISSAS COMPORTAMENTAIS E CHOQUE (PARAMMST)               *
      *----------------------------------------------------------------*
       77  WRK-FAIXA-NEGATIVO     PIC 9(01) VALUE 1.
       77  WRK-NUCLEO-VISTA       PIC 9(03)V99 VALUE 40.
       77  WRK-FAIXA-VISTA        PIC 9(01) VALUE 5.
       77  WRK-NUCLEO-POUPANCA    PIC 9(03)V99 VALUE 60.
       77  WRK-FAIXA-POUPANCA     PIC 9(01) VALUE 5.
       77  WRK-CHOQUE-BPS         PIC S9(04) VALUE +100.
       77  WRK-FAIXA-LIDA         PIC 9(01) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   FAIXAS DE PRAZO: LIMITE SUPERIOR EM MESES, ROTULO E PESO DO *
      *>   CHOQUE NA MARGEM DE 12 MESES ((12 - MEIO DA FAIXA) / 12;    *
      *>   FAIXA ALEM DE UM ANO NAO AFETA A MARGEM DO ANO)             *
      *----------------------------------------------------------------*
       01  WRK-LISTA-FAIXAS.
           02 FILLER PIC X(22) VALUE "001ATE 1 MES     09583".
           02 FILLER PIC X(22) VALUE "0031 A 3 MESES   08333".
           02 FILLER PIC X(22) VALUE "0063 A 6 MESES   06250".
           02 FILLER PIC X(22) VALUE "0126 A 12 MESES  02500".
           02 FILLER PIC X(22) VALUE "0241 A 2 ANOS    00000".
           02 FILLER PIC X(22) VALUE "0362 A 3 ANOS    00000".
           02 FILLER PIC X(22) VALUE "0603 A 5 ANOS    00000".
           02 FILLER PIC X(22) VALUE "999ACIMA 5 ANOS  00000".
       01  WRK-TABELA-FAIXAS REDEFINES WRK-LISTA-FAIXAS.
           02 WRK-FX-ITEM  OCCURS 8 TIMES
                            INDEXED BY WRK-FX-IDX.
               03 WRK-FX-LIMITE        PIC 9(03).
               03 WRK-FX-ROTULO        PIC X(14).
               03 WRK-FX-PESO          PIC 9V9999.

      *----------------------------------------------------------------*
      *>   CATEGORIAS DA ESCADA E O LADO DO BALANCO (A/P)              *
      *----------------------------------------------------------------*
       01  WRK-LISTA-CATEGORIAS.
           02 FILLER PIC X(19) VALUE "APLANOS PARCELADOS ".
           02 FILLER PIC X(19) VALUE "AVENDA FINANCIADA  ".
           02 FILLER PIC X(19) VALUE "AADIANT/CH.ESPECIAL".
           02 FILLER PIC X(19) VALUE "PCDB A PRAZO       ".
           02 FILLER PIC X(19) VALUE "PDEPOSITO A VISTA  ".
           02 FILLER PIC X(19) VALUE "PPOUPANCA          ".
       01  WRK-TABELA-CATEGORIAS REDEFINES WRK-LISTA-CATEGORIAS.
           02 WRK-CT-ITEM  OCCURS 6 TIMES.
               03 WRK-CT-LADO          PIC X(01).
                   88 CT-ATIVO             VALUE "A".
               03 WRK-CT-NOME          PIC X(18).

       77  WRK-CAT-PLANO          PIC 9(01) VALUE 1.
       77  WRK-CAT-VENDA          PIC 9(01) VALUE 2.
       77  WRK-CAT-NEGATIVO       PIC 9(01) VALUE 3.
       77  WRK-CAT-CDB            PIC 9(01) VALUE 4.
       77  WRK-CAT-VISTA          PIC 9(01) VALUE 5.
       77  WRK-CAT-POUPANCA       PIC 9(01) VALUE 6.

      *----------------------------------------------------------------*
      *>   POSICAO POR MOEDA, CATEGORIA E FAIXA                        *
      *----------------------------------------------------------------*
       77  WRK-MAX-MOEDAS         PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-MOEDAS.
           02 WRK-MD-ITEM  OCCURS 20 TIMES
                            INDEXED BY WRK-MD-IDX.
               03 WRK-MD-MOEDA         PIC X(03).
               03 WRK-MD-CAT  OCCURS 6 TIMES.
                   04 WRK-MD-VALOR         PIC 9(13)V99
                                           OCCURS 8 TIMES.

       77  WRK-MOEDA              PIC X(03) VALUE SPACES.
       77  WRK-CATEGORIA          PIC 9(01) VALUE ZEROS.
       77  WRK-FAIXA              PIC 9(01) VALUE ZEROS.
       77  WRK-VALOR              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-NUCLEO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CT-J               PIC 9(01) VALUE ZEROS.
       77  WRK-FX-J               PIC 9(01) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   DATA DO ITEM A CLASSIFICAR E MESES CHEIOS ATE ELA           *
      *----------------------------------------------------------------*
       01  WRK-DATA-ITEM.
           02 WRK-ITEM-ANO         PIC 9(04).
           02 WRK-ITEM-MES         PIC 9(02).
           02 WRK-ITEM-DIA         PIC 9(02).
       01  WRK-DATA-ITEM-N        REDEFINES WRK-DATA-ITEM
                                   PIC 9(08).
       77  WRK-MESES              PIC S9(05) VALUE ZEROS.
       77  WRK-PARCELAS-RESTANTES PIC 9(03) VALUE ZEROS.
       77  WRK-PARCELA-CORRENTE   PIC 9(03) VALUE ZEROS.
       77  WRK-VND-VALOR-PARCELA  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VND-VALOR-ULTIMA   PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CONTADORES E TOTAIS DA RODADA                               *
      *----------------------------------------------------------------*
       77  WRK-QTDE-CONTAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CDB           PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PLANOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENDAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PARCELAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CONTA     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESTOURO       PIC 9(07) VALUE ZEROS.

       77  WRK-FX-ATIVO           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-FX-PASSIVO         PIC 9(13)V99 VALUE ZEROS.
       77  WRK-FX-GAP             PIC S9(13)V99 VALUE ZEROS.
       77  WRK-FX-IMPACTO         PIC S9(13)V99 VALUE ZEROS.
       77  WRK-GAP-ACUMULADO      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ATIVO          PIC 9(15)V99 VALUE ZEROS.
       77  WRK-TOT-PASSIVO        PIC 9(15)V99 VALUE ZEROS.
       77  WRK-TOT-IMPACTO        PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CT-TOTAL           PIC 9(15)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO GAPREL                                  *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CABEC.
           02 FILLER               PIC X(45) VALUE
              "GAP DE REPRECIFICACAO E ESCADA DE VENCIMENTOS".
           02 FILLER               PIC X(13) VALUE " - DATA-BASE ".
           02 WRK-LC-DATA          PIC 9(08).
           02 FILLER               PIC X(10) VALUE " - CHOQUE ".
           02 WRK-LC-CHOQUE        PIC +ZZZ9.
           02 FILLER               PIC X(04) VALUE " PB".

       01  WRK-LINHA-MOEDA.
           02 FILLER               PIC X(09) VALUE "MOEDA....".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LM-MOEDA         PIC X(03).

       01  WRK-LINHA-CAB-ESCADA.
           02 FILLER               PIC X(40) VALUE
              "ESCADA (UNIDADES)     ATE 1 MES      1-3".
           02 FILLER               PIC X(40) VALUE
              " M      3-6 M     6-12 M      1-2 A     ".
           02 FILLER               PIC X(40) VALUE
              " 2-3 A      3-5 A   ACIMA 5A            ".

       01  WRK-LINHA-ESCADA.
           02 WRK-LE-LADO          PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LE-NOME          PIC X(18).
           02 WRK-LE-VALOR         PIC Z(10)9 OCCURS 8 TIMES.

       01  WRK-LINHA-CAB-GAP.
           02 FILLER               PIC X(40) VALUE
              "FAIXA                       ATIVO       ".
           02 FILLER               PIC X(40) VALUE
              "     PASSIVO                GAP      GAP".
           02 FILLER               PIC X(40) VALUE
              " ACUMULADO    EFEITO MARGEM             ".

       01  WRK-LINHA-GAP.
           02 WRK-LG-ROTULO        PIC X(14).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LG-ATIVO         PIC Z(14)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LG-PASSIVO       PIC Z(14)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LG-GAP           PIC -(14)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LG-ACUMULADO     PIC -(14)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LG-IMPACTO       PIC -(12)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-CONTA         THRU 2000-LER-CONTA-EXIT
               UNTIL FIM-CONTA.
           PERFORM 3000-LER-CDB           THRU 3000-LER-CDB-EXIT
               UNTIL FIM-CDB.
           PERFORM 4000-LER-PLANO         THRU 4000-LER-PLANO-EXIT
               UNTIL FIM-PLN.
           PERFORM 5000-LER-VENDA         THRU 5000-LER-VENDA-EXIT
               UNTIL FIM-VENDA.
           PERFORM 6000-IMPRIMIR-MOEDA    THRU 6000-IMPRIMIR-MOEDA-EXIT
               VARYING WRK-MD-IDX FROM 1 BY 1
               UNTIL WRK-MD-IDX > WRK-MAX-MOEDAS.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "GAPNEGFX" TO WRK-PARM-NOME.
           MOVE WRK-FAIXA-NEGATIVO TO WRK-FAIXA-LIDA.
           PERFORM 1100-LER-FAIXA THRU 1100-LER-FAIXA-EXIT.
           MOVE WRK-FAIXA-LIDA TO WRK-FAIXA-NEGATIVO.

           MOVE "GAPVISFX" TO WRK-PARM-NOME.
           MOVE WRK-FAIXA-VISTA TO WRK-FAIXA-LIDA.
           PERFORM 1100-LER-FAIXA THRU 1100-LER-FAIXA-EXIT.
           MOVE WRK-FAIXA-LIDA TO WRK-FAIXA-VISTA.

           MOVE "GAPPOUFX" TO WRK-PARM-NOME.
           MOVE WRK-FAIXA-POUPANCA TO WRK-FAIXA-LIDA.
           PERFORM 1100-LER-FAIXA THRU 1100-LER-FAIXA-EXIT.
           MOVE WRK-FAIXA-LIDA TO WRK-FAIXA-POUPANCA.

           MOVE "GAPVISNUC" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               AND WRK-PARM-PERC5 NOT > 100
               MOVE WRK-PARM-PERC5 TO WRK-NUCLEO-VISTA
           END-IF.

           MOVE "GAPPOUNUC" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               AND WRK-PARM-PERC5 NOT > 100
               MOVE WRK-PARM-PERC5 TO WRK-NUCLEO-POUPANCA
           END-IF.

           MOVE "GAPCHOQUE" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND (WRK-PARM-CHQ-SINAL = "+" OR "-")
               AND WRK-PARM-CHQ-BPS IS NUMERIC
               MOVE WRK-PARM-CHQ-BPS TO WRK-CHOQUE-BPS
               IF WRK-PARM-CHQ-SINAL = "-"
                   COMPUTE WRK-CHOQUE-BPS = ZEROS - WRK-CHOQUE-BPS
               END-IF
           END-IF.

           INITIALIZE WRK-TABELA-MOEDAS.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "TESOURARIA-GAP: CONTASDB INDISPONIVEL, "
                   "STATUS " WRK-STATUS-CONTA " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO CONTA-REG.
           START CONTA-FILE KEY IS NOT LESS THAN CONTA_NUMERO
               INVALID KEY
                   SET FIM-CONTA TO TRUE
           END-START.

           OPEN INPUT CDB-FILE.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
           END-IF.

           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
           END-IF.

           OPEN INPUT VENDA-FILE.
           IF WRK-STATUS-VENDA NOT = "00"
               SET FIM-VENDA TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE WRK-DATA-HOJE  TO WRK-LC-DATA.
           MOVE WRK-CHOQUE-BPS TO WRK-LC-CHOQUE.
           MOVE WRK-LINHA-CABEC TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FAIXA COMPORTAMENTAL: UM DIGITO DE 1 A 8; FORA DISSO FICA O *
      *>   PADRAO                                                      *
      *----------------------------------------------------------------*
       1100-LER-FAIXA.
      *----------------------------------------------------------------*
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:1) IS NUMERIC
               AND WRK-PARM-VALOR (1:1) NOT = "0"
               AND WRK-PARM-VALOR (1:1) NOT = "9"
               MOVE WRK-PARM-VALOR (1:1) TO WRK-FAIXA-LIDA
           END-IF.
       1100-LER-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDOS SEM VENCIMENTO: NEGATIVO E ATIVO NA FAIXA GAPNEGFX;  *
      *>   POSITIVO SE DIVIDE ENTRE NUCLEO ESTAVEL E FAIXA 1           *
      *----------------------------------------------------------------*
       2000-LER-CONTA.
      *----------------------------------------------------------------*
           READ CONTA-FILE NEXT RECORD.
           IF WRK-STATUS-CONTA NOT = "00"
               SET FIM-CONTA TO TRUE
               GO TO 2000-LER-CONTA-EXIT
           END-IF.

           IF CONTA-ENCERRADA OR CONTA_SALDO = ZEROS
               GO TO 2000-LER-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CONTAS.

           MOVE CONTA_MOEDA TO WRK-MOEDA.
           IF CONTA_SALDO < ZEROS
               COMPUTE WRK-VALOR = ZEROS - CONTA_SALDO
               MOVE WRK-CAT-NEGATIVO   TO WRK-CATEGORIA
               MOVE WRK-FAIXA-NEGATIVO TO WRK-FAIXA
               PERFORM 8000-SOMAR THRU 8000-SOMAR-EXIT
               GO TO 2000-LER-CONTA-EXIT
           END-IF.

           IF CONTA-PROD-POUPANCA
               MOVE WRK-CAT-POUPANCA TO WRK-CATEGORIA
               COMPUTE WRK-VALOR-NUCLEO ROUNDED =
                   CONTA_SALDO * WRK-NUCLEO-POUPANCA / 100
               MOVE WRK-FAIXA-POUPANCA TO WRK-FAIXA
           ELSE
               MOVE WRK-CAT-VISTA TO WRK-CATEGORIA
               COMPUTE WRK-VALOR-NUCLEO ROUNDED =
                   CONTA_SALDO * WRK-NUCLEO-VISTA / 100
               MOVE WRK-FAIXA-VISTA TO WRK-FAIXA
           END-IF.

           MOVE WRK-VALOR-NUCLEO TO WRK-VALOR.
           PERFORM 8000-SOMAR THRU 8000-SOMAR-EXIT.

           COMPUTE WRK-VALOR = CONTA_SALDO - WRK-VALOR-NUCLEO.
           MOVE 1 TO WRK-FAIXA.
           PERFORM 8000-SOMAR THRU 8000-SOMAR-EXIT.
       2000-LER-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CDB ATIVO: PASSIVO PELA DATA DE VENCIMENTO, NA MOEDA DA     *
      *>   CONTA DE ORIGEM                                             *
      *----------------------------------------------------------------*
       3000-LER-CDB.
      *----------------------------------------------------------------*
           READ CDB-FILE NEXT RECORD.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
               GO TO 3000-LER-CDB-EXIT
           END-IF.

           IF NOT CDB-ATIVO
               GO TO 3000-LER-CDB-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CDB.

           MOVE CDB_CONTA TO CONTA_NUMERO.
           PERFORM 8300-MOEDA-DA-CONTA THRU 8300-MOEDA-DA-CONTA-EXIT.

           MOVE CDB_DATA_VENC TO WRK-DATA-ITEM-N.
           PERFORM 8100-CLASSIFICAR-FAIXA
               THRU 8100-CLASSIFICAR-FAIXA-EXIT.
           MOVE WRK-CAT-CDB TO WRK-CATEGORIA.
           MOVE CDB_VALOR   TO WRK-VALOR.
           PERFORM 8000-SOMAR THRU 8000-SOMAR-EXIT.
       3000-LER-CDB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANO ATIVO: CADA PARCELA EM ABERTO, DA PROXIMA ATE A       *
      *>   ULTIMA, NO MES DO SEU VENCIMENTO (PARCELA VENCIDA E NAO     *
      *>   PAGA CAI NA FAIXA 1)                                        *
      *----------------------------------------------------------------*
       4000-LER-PLANO.
      *----------------------------------------------------------------*
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 4000-LER-PLANO-EXIT
           END-IF.

           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               OR PLN_PROX_PARCELA = ZEROS
               GO TO 4000-LER-PLANO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PLANOS.

           MOVE PLN_CONTA TO CONTA_NUMERO.
           PERFORM 8300-MOEDA-DA-CONTA THRU 8300-MOEDA-DA-CONTA-EXIT.
           MOVE WRK-CAT-PLANO TO WRK-CATEGORIA.

           MOVE PLN_PROX_VENC TO WRK-DATA-ITEM-N.
           PERFORM 4100-SOMAR-PARCELA-PLANO
               THRU 4100-SOMAR-PARCELA-PLANO-EXIT
               VARYING WRK-PARCELA-CORRENTE FROM PLN_PROX_PARCELA BY 1
               UNTIL WRK-PARCELA-CORRENTE > PLN_QTDE.
       4000-LER-PLANO-EXIT.
           EXIT.

       4100-SOMAR-PARCELA-PLANO.
           IF WRK-PARCELA-CORRENTE = PLN_QTDE
               MOVE PLN_VALOR_ULTIMA  TO WRK-VALOR
           ELSE
               MOVE PLN_VALOR_PARCELA TO WRK-VALOR
           END-IF.
           ADD 1 TO WRK-QTDE-PARCELAS.

           PERFORM 8100-CLASSIFICAR-FAIXA
               THRU 8100-CLASSIFICAR-FAIXA-EXIT.
           PERFORM 8000-SOMAR THRU 8000-SOMAR-EXIT.
           PERFORM 8200-AVANCAR-MES THRU 8200-AVANCAR-MES-EXIT.
       4100-SOMAR-PARCELA-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VENDA FINANCIADA: PARCELAS DE PARCELA-CALCULA, A PRIMEIRA   *
      *>   NO MES SEGUINTE E AS DEMAIS MES A MES, NO DIA DE HOJE       *
      *----------------------------------------------------------------*
       5000-LER-VENDA.
      *----------------------------------------------------------------*
           READ VENDA-FILE.
           IF WRK-STATUS-VENDA NOT = "00"
               SET FIM-VENDA TO TRUE
               GO TO 5000-LER-VENDA-EXIT
           END-IF.

           IF VND-QTDE-PARCELAS = ZEROS
               OR VND-SALDO = ZEROS
               GO TO 5000-LER-VENDA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-VENDAS.

           MOVE VND-CONTA TO CONTA_NUMERO.
           PERFORM 8300-MOEDA-DA-CONTA THRU 8300-MOEDA-DA-CONTA-EXIT.
           MOVE WRK-CAT-VENDA TO WRK-CATEGORIA.

           CALL "PARCELA-CALCULA" USING VND-SALDO VND-QTDE-PARCELAS
               WRK-VND-VALOR-PARCELA WRK-VND-VALOR-ULTIMA.

           MOVE WRK-DATA-HOJE TO WRK-DATA-ITEM-N.
           PERFORM 8200-AVANCAR-MES THRU 8200-AVANCAR-MES-EXIT.
           PERFORM 5100-SOMAR-PARCELA-VENDA
               THRU 5100-SOMAR-PARCELA-VENDA-EXIT
               VARYING WRK-PARCELA-CORRENTE FROM 1 BY 1
               UNTIL WRK-PARCELA-CORRENTE > VND-QTDE-PARCELAS.
       5000-LER-VENDA-EXIT.
           EXIT.

       5100-SOMAR-PARCELA-VENDA.
           IF WRK-PARCELA-CORRENTE = VND-QTDE-PARCELAS
               MOVE WRK-VND-VALOR-ULTIMA  TO WRK-VALOR
           ELSE
               MOVE WRK-VND-VALOR-PARCELA TO WRK-VALOR
           END-IF.
           ADD 1 TO WRK-QTDE-PARCELAS.

           PERFORM 8100-CLASSIFICAR-FAIXA
               THRU 8100-CLASSIFICAR-FAIXA-EXIT.
           PERFORM 8000-SOMAR THRU 8000-SOMAR-EXIT.
           PERFORM 8200-AVANCAR-MES THRU 8200-AVANCAR-MES-EXIT.
       5100-SOMAR-PARCELA-VENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RELATORIO DE UMA MOEDA: ESCADA POR CATEGORIA E, POR FAIXA,  *
      *>   GAP, GAP ACUMULADO E EFEITO DO CHOQUE NA MARGEM             *
      *----------------------------------------------------------------*
       6000-IMPRIMIR-MOEDA.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-MD-MOEDA (WRK-MD-IDX) TO WRK-LM-MOEDA.
           MOVE WRK-LINHA-MOEDA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-CAB-ESCADA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 6100-IMPRIMIR-CATEGORIA
               THRU 6100-IMPRIMIR-CATEGORIA-EXIT
               VARYING WRK-CT-J FROM 1 BY 1
               UNTIL WRK-CT-J > 6.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-CAB-GAP TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE ZEROS TO WRK-GAP-ACUMULADO.
           MOVE ZEROS TO WRK-TOT-ATIVO.
           MOVE ZEROS TO WRK-TOT-PASSIVO.
           MOVE ZEROS TO WRK-TOT-IMPACTO.
           PERFORM 6200-IMPRIMIR-FAIXA
               THRU 6200-IMPRIMIR-FAIXA-EXIT
               VARYING WRK-FX-J FROM 1 BY 1
               UNTIL WRK-FX-J > 8.

           MOVE "TOTAL"           TO WRK-LG-ROTULO.
           MOVE WRK-TOT-ATIVO     TO WRK-LG-ATIVO.
           MOVE WRK-TOT-PASSIVO   TO WRK-LG-PASSIVO.
           MOVE WRK-GAP-ACUMULADO TO WRK-LG-GAP.
           MOVE WRK-GAP-ACUMULADO TO WRK-LG-ACUMULADO.
           MOVE WRK-TOT-IMPACTO   TO WRK-LG-IMPACTO.
           MOVE WRK-LINHA-GAP TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-IMPRIMIR-MOEDA-EXIT.
           EXIT.

       6100-IMPRIMIR-CATEGORIA.
           MOVE WRK-CT-LADO (WRK-CT-J) TO WRK-LE-LADO.
           MOVE WRK-CT-NOME (WRK-CT-J) TO WRK-LE-NOME.
           MOVE ZEROS TO WRK-CT-TOTAL.
           PERFORM 6150-MONTAR-VALOR-ESCADA
               THRU 6150-MONTAR-VALOR-ESCADA-EXIT
               VARYING WRK-FX-J FROM 1 BY 1
               UNTIL WRK-FX-J > 8.
           IF WRK-CT-TOTAL = ZEROS
               GO TO 6100-IMPRIMIR-CATEGORIA-EXIT
           END-IF.
           MOVE WRK-LINHA-ESCADA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6100-IMPRIMIR-CATEGORIA-EXIT.
           EXIT.

       6150-MONTAR-VALOR-ESCADA.
           MOVE WRK-MD-VALOR (WRK-MD-IDX, WRK-CT-J, WRK-FX-J)
               TO WRK-LE-VALOR (WRK-FX-J).
           ADD WRK-MD-VALOR (WRK-MD-IDX, WRK-CT-J, WRK-FX-J)
               TO WRK-CT-TOTAL.
       6150-MONTAR-VALOR-ESCADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GAP DA FAIXA = ATIVO - PASSIVO; EFEITO NA MARGEM = GAP X    *
      *>   CHOQUE (PONTOS-BASE / 10000) X PESO DA FAIXA                *
      *----------------------------------------------------------------*
       6200-IMPRIMIR-FAIXA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-FX-ATIVO.
           MOVE ZEROS TO WRK-FX-PASSIVO.
           PERFORM 6250-SOMAR-LADO THRU 6250-SOMAR-LADO-EXIT
               VARYING WRK-CT-J FROM 1 BY 1
               UNTIL WRK-CT-J > 6.

           COMPUTE WRK-FX-GAP = WRK-FX-ATIVO - WRK-FX-PASSIVO.
           ADD WRK-FX-GAP TO WRK-GAP-ACUMULADO.
           COMPUTE WRK-FX-IMPACTO ROUNDED =
               WRK-FX-GAP * WRK-CHOQUE-BPS / 10000
               * WRK-FX-PESO (WRK-FX-J).
           ADD WRK-FX-IMPACTO TO WRK-TOT-IMPACTO.
           ADD WRK-FX-ATIVO   TO WRK-TOT-ATIVO.
           ADD WRK-FX-PASSIVO TO WRK-TOT-PASSIVO.

           MOVE WRK-FX-ROTULO (WRK-FX-J) TO WRK-LG-ROTULO.
           MOVE WRK-FX-ATIVO      TO WRK-LG-ATIVO.
           MOVE WRK-FX-PASSIVO    TO WRK-LG-PASSIVO.
           MOVE WRK-FX-GAP        TO WRK-LG-GAP.
           MOVE WRK-GAP-ACUMULADO TO WRK-LG-ACUMULADO.
           MOVE WRK-FX-IMPACTO    TO WRK-LG-IMPACTO.
           MOVE WRK-LINHA-GAP TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6200-IMPRIMIR-FAIXA-EXIT.
           EXIT.

       6250-SOMAR-LADO.
           IF CT-ATIVO (WRK-CT-J)
               ADD WRK-MD-VALOR (WRK-MD-IDX, WRK-CT-J, WRK-FX-J)
                   TO WRK-FX-ATIVO
           ELSE
               ADD WRK-MD-VALOR (WRK-MD-IDX, WRK-CT-J, WRK-FX-J)
                   TO WRK-FX-PASSIVO
           END-IF.
       6250-SOMAR-LADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ACUMULA WRK-VALOR NA MOEDA/CATEGORIA/FAIXA; MOEDA NOVA      *
      *>   ABRE LINHA NA TABELA                                        *
      *----------------------------------------------------------------*
       8000-SOMAR.
      *----------------------------------------------------------------*
           IF WRK-VALOR = ZEROS
               GO TO 8000-SOMAR-EXIT
           END-IF.
           IF WRK-MOEDA = SPACES
               MOVE "BRL" TO WRK-MOEDA
           END-IF.

           MOVE "N" TO WRK-MD-ACHADA.
           SET WRK-MD-IDX TO 1.
           SEARCH WRK-MD-ITEM
               VARYING WRK-MD-IDX
               AT END
                   CONTINUE
               WHEN WRK-MD-IDX > WRK-MAX-MOEDAS
                   CONTINUE
               WHEN WRK-MD-MOEDA (WRK-MD-IDX) = WRK-MOEDA
                   SET MD-ACHADA TO TRUE
           END-SEARCH.

           IF NOT MD-ACHADA
               IF WRK-MAX-MOEDAS < 20
                   ADD 1 TO WRK-MAX-MOEDAS
                   SET WRK-MD-IDX TO WRK-MAX-MOEDAS
                   MOVE WRK-MOEDA TO WRK-MD-MOEDA (WRK-MD-IDX)
               ELSE
                   ADD 1 TO WRK-QTDE-ESTOURO
                   GO TO 8000-SOMAR-EXIT
               END-IF
           END-IF.

           ADD WRK-VALOR
               TO WRK-MD-VALOR (WRK-MD-IDX, WRK-CATEGORIA, WRK-FAIXA).
       8000-SOMAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FAIXA PELOS MESES CHEIOS ENTRE HOJE E A DATA DO ITEM; DATA  *
      *>   JA PASSADA FICA NA PRIMEIRA FAIXA                           *
      *----------------------------------------------------------------*
       8100-CLASSIFICAR-FAIXA.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-FAIXA.
           IF WRK-DATA-ITEM-N NOT > WRK-DATA-HOJE
               GO TO 8100-CLASSIFICAR-FAIXA-EXIT
           END-IF.

           COMPUTE WRK-MESES =
               (WRK-ITEM-ANO * 12 + WRK-ITEM-MES)
               - (WRK-HOJE-ANO * 12 + WRK-HOJE-MES).
           IF WRK-ITEM-DIA < WRK-HOJE-DIA
               SUBTRACT 1 FROM WRK-MESES
           END-IF.

           SET WRK-FX-IDX TO 1.
           SEARCH WRK-FX-ITEM
               VARYING WRK-FX-IDX
               AT END
                   MOVE 8 TO WRK-FAIXA
               WHEN WRK-MESES < WRK-FX-LIMITE (WRK-FX-IDX)
                   SET WRK-FAIXA TO WRK-FX-IDX
           END-SEARCH.
       8100-CLASSIFICAR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AVANCA WRK-DATA-ITEM UM MES (DIA MAIOR QUE O ULTIMO DO MES  *
      *>   E INDIFERENTE AQUI, A FAIXA SO OLHA O MES)                  *
      *----------------------------------------------------------------*
       8200-AVANCAR-MES.
      *----------------------------------------------------------------*
           IF WRK-ITEM-MES = 12
               MOVE 1 TO WRK-ITEM-MES
               ADD 1 TO WRK-ITEM-ANO
           ELSE
               ADD 1 TO WRK-ITEM-MES
           END-IF.
       8200-AVANCAR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MOEDA DA CONTA EM CONTA_NUMERO; CONTA AUSENTE VALE BRL      *
      *----------------------------------------------------------------*
       8300-MOEDA-DA-CONTA.
      *----------------------------------------------------------------*
           READ CONTA-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-CONTA
                   MOVE "BRL" TO WRK-MOEDA
                   GO TO 8300-MOEDA-DA-CONTA-EXIT
           END-READ.
           MOVE CONTA_MOEDA TO WRK-MOEDA.
       8300-MOEDA-DA-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF WRK-QTDE-ESTOURO > ZEROS
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "*** TABELA DE MOEDAS ESTOURADA - ITENS FORA ***"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CONTA-FILE.
           CLOSE CDB-FILE.
           CLOSE PLANO-FILE.
           CLOSE VENDA-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== GAP DE REPRECIFICACAO (ALCO) =====".
           DISPLAY "CHOQUE (PONTOS-BASE)...: " WRK-CHOQUE-BPS.
           DISPLAY "CONTAS COM SALDO.......: " WRK-QTDE-CONTAS.
           DISPLAY "CDB ATIVOS.............: " WRK-QTDE-CDB.
           DISPLAY "PLANOS ATIVOS..........: " WRK-QTDE-PLANOS.
           DISPLAY "VENDAS FINANCIADAS.....: " WRK-QTDE-VENDAS.
           DISPLAY "PARCELAS DISTRIBUIDAS..: " WRK-QTDE-PARCELAS.
           DISPLAY "ITENS SEM CONTA (BRL)..: " WRK-QTDE-SEM-CONTA.
           DISPLAY "MOEDAS NO RELATORIO....: " WRK-MAX-MOEDAS.
           DISPLAY "ITENS FORA (ESTOURO)...: " WRK-QTDE-ESTOURO.
       9000-FINALIZAR-EXIT.
           EXIT.
