      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. EFINANCEIRA-GERA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : DECLARACAO SEMESTRAL DA E-FINANCEIRA A RECEITA <*
      *>                FEDERAL. PARA O SEMESTRE INFORMADO EM EFINPER <*
      *>                (AAAAS, OU O SEMESTRE ENCERRADO MAIS RECENTE  <*
      *>                QUANDO O ARQUIVO NAO EXISTE), SOMA OS DELTAS  <*
      *>                DATADOS DE ACUMHIST E DO ACERVO ACUMHISTA POR <*
      *>                CONTA E MES - POSITIVO E CREDITO, NEGATIVO E  <*
      *>                DEBITO - E APURA O SALDO NO ULTIMO DIA DO     <*
      *>                SEMESTRE DESCONTANDO DO SALDO DE CONTASDB OS  <*
      *>                DELTAS POSTERIORES. OS VALORES DA CONTA SAO   <*
      *>                ATRIBUIDOS A CADA TITULAR DE CONTATIT; O      <*
      *>                TITULAR E DECLARADO QUANDO, SOMADAS TODAS AS  <*
      *>                SUAS CONTAS, O CREDITO OU O DEBITO DE ALGUM   <*
      *>                MES OU O SALDO FINAL PASSA O LIMITE DE        <*
      *>                PESSOA FISICA (EFINLIMPF, PADRAO 5.000,00) OU <*
      *>                JURIDICA (EFINLIMPJ, PADRAO 15.000,00). A     <*
      *>                REMESSA EFINREM TRAZ HEADER "0", EVENTO DE    <*
      *>                ABERTURA "1", MOVIMENTO "2" POR CONTA E       <*
      *>                TITULAR, EVENTO DE FECHAMENTO "8" E TRAILER   <*
      *>                "9", COM PROTOCOLO DE EFINPROT CONSUMIDO SO   <*
      *>                QUANDO HA O QUE ENVIAR. O DECLARADO FICA EM   <*
      *>                EFINMST; A NOVA APURACAO DE UM SEMESTRE JA    <*
      *>                DECLARADO GERA RETIFICACAO SO DO QUE MUDOU,   <*
      *>                COM O PROTOCOLO ORIGINAL. SO CONTAS EM REAL   <*
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
           SELECT PERIODO-FILE        ASSIGN TO "EFINPER"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PER.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT HISTORICO-FILE      ASSIGN TO "ACUMHIST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-HIST.

           SELECT ACERVO-FILE         ASSIGN TO "ACUMHISTA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ACERVO.

           SELECT ACUMULO-FILE        ASSIGN TO "EFINACM"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS EAC_CONTA
               FILE STATUS        IS WRK-STATUS-ACM.

           SELECT DECLARANTE-FILE     ASSIGN TO "EFINDEC"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS EDC_CPF
               FILE STATUS        IS WRK-STATUS-DEC.

           SELECT EFIN-FILE           ASSIGN TO "EFINMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS EFM-CHAVE
               FILE STATUS        IS WRK-STATUS-EFM.

           SELECT REMESSA-FILE        ASSIGN TO "EFINREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

           SELECT PROTOCOLO-FILE      ASSIGN TO "EFINPROT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PROT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PERIODO-FILE.
       01  PERIODO-REG.
           02 PER-ANO             PIC 9(04).
           02 PER-SEMESTRE        PIC 9(01).

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  HISTORICO-FILE.
       01  HISTORICO-REG.
           02 AHIST_DATA          PIC 9(08).
           02 AHIST_CONTA         PIC 9(08).
           02 AHIST_DELTA         PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD  ACERVO-FILE.
       01  ACERVO-REG.
           02 ARQH_DATA           PIC 9(08).
           02 ARQH_CONTA          PIC 9(08).
           02 ARQH_DELTA          PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.

      *----------------------------------------------------------------*
      *>   ACUMULO DE TRABALHO POR CONTA, REFEITO A CADA RODADA        *
      *----------------------------------------------------------------*
       FD  ACUMULO-FILE.
       01  ACUMULO-REG.
           02 EAC_CONTA           PIC 9(08).
           02 EAC_SALDO_ATUAL     PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 EAC_POSTERIOR       PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 EAC_CREDITOS        PIC 9(11)V99 OCCURS 6 TIMES.
           02 EAC_DEBITOS         PIC 9(11)V99 OCCURS 6 TIMES.

      *----------------------------------------------------------------*
      *>   SOMA DE TODAS AS CONTAS DO TITULAR, PARA O TESTE DO LIMITE  *
      *----------------------------------------------------------------*
       FD  DECLARANTE-FILE.
       01  DECLARANTE-REG.
           02 EDC_CPF             PIC X(11).
           02 EDC_CREDITOS        PIC 9(13)V99 OCCURS 6 TIMES.
           02 EDC_DEBITOS         PIC 9(13)V99 OCCURS 6 TIMES.
           02 EDC_SALDO           PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD  EFIN-FILE.
           COPY EFIN-REG.

       FD  REMESSA-FILE.
       01  REMESSA-REG            PIC X(240).

       FD  PROTOCOLO-FILE.
       01  PROTOCOLO-REG.
           02 PROT-ULTIMO         PIC 9(07).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PER         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HIST        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ACERVO      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ACM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DEC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EFM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PROT        PIC X(02) VALUE SPACES.

       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-HIST           PIC X(01) VALUE "N".
           88 FIM-HIST                VALUE "S".
       77  WRK-FIM-ACERVO         PIC X(01) VALUE "N".
           88 FIM-ACERVO              VALUE "S".
       77  WRK-FIM-ACM            PIC X(01) VALUE "N".
           88 FIM-ACM                 VALUE "S".
       77  WRK-ABORTAR            PIC X(01) VALUE "N".
           88 ABORTAR                 VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".
       77  WRK-QUALIFICA          PIC X(01) VALUE "N".
           88 QUALIFICA               VALUE "S".

      *----------------------------------------------------------------*
      *>   SEMESTRE APURADO                                            *
      *----------------------------------------------------------------*
       01  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R        REDEFINES WRK-DATA-HOJE.
           02 WRK-HOJE-ANO        PIC 9(04).
           02 WRK-HOJE-MES        PIC 9(02).
           02 WRK-HOJE-DIA        PIC 9(02).
       01  WRK-PERIODO            PIC 9(05) VALUE ZEROS.
       01  WRK-PERIODO-R          REDEFINES WRK-PERIODO.
           02 WRK-PER-ANO         PIC 9(04).
           02 WRK-PER-SEMESTRE    PIC 9(01).
       77  WRK-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM           PIC 9(08) VALUE ZEROS.
       77  WRK-MES-INICIAL        PIC 9(02) VALUE ZEROS.

       01  WRK-DATA-DELTA         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DELTA-R       REDEFINES WRK-DATA-DELTA.
           02 FILLER              PIC 9(04).
           02 WRK-DELTA-MES       PIC 9(02).
           02 FILLER              PIC 9(02).
       77  WRK-CONTA-DELTA        PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-DELTA        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MES-IDX            PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LIMITES DE PESSOA FISICA E JURIDICA (PARAMMST)              *
      *----------------------------------------------------------------*
       77  WRK-LIMITE-PF          PIC 9(09)V99 VALUE 5000.00.
       77  WRK-LIMITE-PJ          PIC 9(09)V99 VALUE 15000.00.
       77  WRK-LIMITE             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-NUM     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-VALOR11    PIC 9(09)V99.
           02 FILLER              PIC X(09).

      *----------------------------------------------------------------*
      *>   VINCULOS CONTA X TITULAR DE CONTATIT                        *
      *----------------------------------------------------------------*
       77  WRK-MAX-TITULARES      PIC 9(04) VALUE ZEROS.
       77  WRK-TABELA-ESTOURO     PIC X(01) VALUE "N".
           88 TABELA-ESTOUROU         VALUE "S".
       01  WRK-TABELA-TITULARES.
           02 WRK-TIT-ITEM  OCCURS 5000 TIMES
                             INDEXED BY WRK-TIT-IDX.
               03 WRK-TIT-CONTA        PIC 9(08).
               03 WRK-TIT-CPF          PIC X(11).

      *----------------------------------------------------------------*
      *>   VALORES APURADOS DA CONTA NO SEMESTRE, NO MESMO FORMATO DE  *
      *>   EFM_VALORES PARA A COMPARACAO COM O JA DECLARADO            *
      *----------------------------------------------------------------*
       01  WRK-VALORES.
           02 WRK-VAL-CREDITOS    PIC 9(11)V99 OCCURS 6 TIMES.
           02 WRK-VAL-DEBITOS     PIC 9(11)V99 OCCURS 6 TIMES.
           02 WRK-VAL-SALDO       PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       77  WRK-TIPO-PESSOA        PIC X(01) VALUE "F".
       77  WRK-DOCUMENTO          PIC X(14) VALUE SPACES.
       77  WRK-NOME               PIC X(20) VALUE SPACES.
       77  WRK-INDICADOR          PIC X(01) VALUE SPACE.

       77  WRK-PROTOCOLO          PIC 9(07) VALUE ZEROS.
       77  WRK-REMESSA-ABERTA     PIC X(01) VALUE "N".
           88 REMESSA-ABERTA          VALUE "S".

       77  WRK-QTDE-CONTAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DELTAS        PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-SEM-CONTA     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-TITULAR   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-TITULARES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ORIGINAIS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIFICADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INALTERADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REGISTROS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-CREDITOS       PIC 9(15)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITOS        PIC 9(15)V99 VALUE ZEROS.
       77  WRK-ACHOU-TITULAR      PIC X(01) VALUE "N".
           88 ACHOU-TITULAR           VALUE "S".

      *----------------------------------------------------------------*
      *>   LAYOUT FIXO DA REMESSA                                      *
      *----------------------------------------------------------------*
       01  WRK-REM-HEADER.
           02 FILLER              PIC X(01) VALUE "0".
           02 FILLER              PIC X(04) VALUE "EFIN".
           02 WRK-HDR-PROTOCOLO   PIC 9(07).
           02 WRK-HDR-DATA        PIC 9(08).
           02 WRK-HDR-PERIODO     PIC 9(05).
           02 FILLER              PIC X(215) VALUE SPACES.

       01  WRK-REM-ABERTURA.
           02 FILLER              PIC X(01) VALUE "1".
           02 WRK-ABE-PERIODO     PIC 9(05).
           02 WRK-ABE-INICIO      PIC 9(08).
           02 WRK-ABE-FIM         PIC 9(08).
           02 FILLER              PIC X(218) VALUE SPACES.

       01  WRK-REM-MOVIMENTO.
           02 FILLER              PIC X(01) VALUE "2".
           02 WRK-MOV-INDICADOR   PIC X(01).
           02 WRK-MOV-TIPO-PESSOA PIC X(01).
           02 WRK-MOV-DOCUMENTO   PIC X(14).
           02 WRK-MOV-NOME        PIC X(20).
           02 WRK-MOV-CONTA       PIC 9(08).
           02 WRK-MOV-CPF         PIC X(11).
           02 WRK-MOV-VALORES     PIC X(170).
           02 WRK-MOV-PROT-ORIG   PIC 9(07).
           02 FILLER              PIC X(07) VALUE SPACES.

       01  WRK-REM-FECHAMENTO.
           02 FILLER              PIC X(01) VALUE "8".
           02 WRK-FEC-PERIODO     PIC 9(05).
           02 WRK-FEC-ORIGINAIS   PIC 9(07).
           02 WRK-FEC-RETIFICADAS PIC 9(07).
           02 WRK-FEC-CREDITOS    PIC 9(15)V99.
           02 WRK-FEC-DEBITOS     PIC 9(15)V99.
           02 FILLER              PIC X(186) VALUE SPACES.

       01  WRK-REM-TRAILER.
           02 FILLER              PIC X(01) VALUE "9".
           02 WRK-TRL-QTDE        PIC 9(07).
           02 FILLER              PIC X(232) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF NOT ABORTAR
               PERFORM 2000-CARREGAR-TITULARES
                   THRU 2000-CARREGAR-TITULARES-EXIT
               PERFORM 3000-MONTAR-ACUMULO
                   THRU 3000-MONTAR-ACUMULO-EXIT
               PERFORM 3500-SOMAR-DELTAS
                   THRU 3500-SOMAR-DELTAS-EXIT
               PERFORM 4000-SOMAR-DECLARANTES
                   THRU 4000-SOMAR-DECLARANTES-EXIT
               PERFORM 5000-DECLARAR
                   THRU 5000-DECLARAR-EXIT
               PERFORM 7000-FECHAR-REMESSA
                   THRU 7000-FECHAR-REMESSA-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM EFINPER VALE O SEMESTRE ENCERRADO MAIS RECENTE; O       *
      *>   SEMESTRE AINDA EM CURSO NAO E DECLARADO                     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           IF WRK-HOJE-MES > 6
               MOVE WRK-HOJE-ANO TO WRK-PER-ANO
               MOVE 1            TO WRK-PER-SEMESTRE
           ELSE
               COMPUTE WRK-PER-ANO = WRK-HOJE-ANO - 1
               MOVE 2            TO WRK-PER-SEMESTRE
           END-IF.

           OPEN INPUT PERIODO-FILE.
           IF WRK-STATUS-PER = "00"
               READ PERIODO-FILE
                   NOT AT END
                       IF PER-ANO IS NUMERIC AND PER-ANO NOT = ZEROS
                           AND (PER-SEMESTRE = 1 OR PER-SEMESTRE = 2)
                           MOVE PER-ANO      TO WRK-PER-ANO
                           MOVE PER-SEMESTRE TO WRK-PER-SEMESTRE
                       END-IF
               END-READ
           END-IF.
           CLOSE PERIODO-FILE.

           IF WRK-PER-SEMESTRE = 1
               MOVE 1 TO WRK-MES-INICIAL
               COMPUTE WRK-DATA-INICIO = WRK-PER-ANO * 10000 + 0101
               COMPUTE WRK-DATA-FIM    = WRK-PER-ANO * 10000 + 0630
           ELSE
               MOVE 7 TO WRK-MES-INICIAL
               COMPUTE WRK-DATA-INICIO = WRK-PER-ANO * 10000 + 0701
               COMPUTE WRK-DATA-FIM    = WRK-PER-ANO * 10000 + 1231
           END-IF.

           IF WRK-DATA-FIM NOT < WRK-DATA-HOJE
               DISPLAY "EFINANCEIRA-GERA: SEMESTRE " WRK-PERIODO
                   " AINDA NAO ENCERRADO"
               SET ABORTAR TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE "EFINLIMPF " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-FIM
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               MOVE WRK-PARM-VALOR11 TO WRK-LIMITE-PF
           END-IF.

           MOVE "EFINLIMPJ " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-FIM
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               MOVE WRK-PARM-VALOR11 TO WRK-LIMITE-PJ
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "EFINANCEIRA-GERA: CONTASDB INDISPONIVEL, "
                   "STATUS " WRK-STATUS-CONTA
               SET ABORTAR TO TRUE
           END-IF.

           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               DISPLAY "EFINANCEIRA-GERA: CONTATIT INDISPONIVEL, "
                   "STATUS " WRK-STATUS-TIT
               SET ABORTAR TO TRUE
           END-IF.

           OPEN INPUT HISTORICO-FILE.
           IF WRK-STATUS-HIST NOT = "00"
               DISPLAY "EFINANCEIRA-GERA: ACUMHIST INDISPONIVEL, "
                   "STATUS " WRK-STATUS-HIST
               SET ABORTAR TO TRUE
           END-IF.

           IF ABORTAR
               DISPLAY "EFINANCEIRA-GERA: RODADA CANCELADA, "
                   "NADA ENVIADO"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               SET SEM-MASTER TO TRUE
           END-IF.

           OPEN I-O EFIN-FILE.
           IF WRK-STATUS-EFM = "35"
               OPEN OUTPUT EFIN-FILE
               CLOSE EFIN-FILE
               OPEN I-O EFIN-FILE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CARREGAR-TITULARES.
      *----------------------------------------------------------------*
           PERFORM 2100-LER-TITULAR THRU 2100-LER-TITULAR-EXIT.
           PERFORM 2200-GUARDAR-TITULAR THRU 2200-GUARDAR-TITULAR-EXIT
               UNTIL FIM-TIT.
           CLOSE TITULAR-FILE.
       2000-CARREGAR-TITULARES-EXIT.
           EXIT.

       2100-LER-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
           END-IF.
       2100-LER-TITULAR-EXIT.
           EXIT.

       2200-GUARDAR-TITULAR.
           IF WRK-MAX-TITULARES < 5000
               ADD 1 TO WRK-MAX-TITULARES
               SET WRK-TIT-IDX TO WRK-MAX-TITULARES
               MOVE TIT_CONTA TO WRK-TIT-CONTA (WRK-TIT-IDX)
               MOVE TIT_CPF   TO WRK-TIT-CPF (WRK-TIT-IDX)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM 2100-LER-TITULAR THRU 2100-LER-TITULAR-EXIT.
       2200-GUARDAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UM REGISTRO DE ACUMULO POR CONTA EM REAL, COM O SALDO ATUAL *
      *----------------------------------------------------------------*
       3000-MONTAR-ACUMULO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ACUMULO-FILE.
           PERFORM 3100-LER-CONTA THRU 3100-LER-CONTA-EXIT.
           PERFORM 3200-GRAVAR-ACUMULO THRU 3200-GRAVAR-ACUMULO-EXIT
               UNTIL FIM-CONTA.
           CLOSE ACUMULO-FILE.
           CLOSE CONTA-FILE.
           OPEN I-O ACUMULO-FILE.
       3000-MONTAR-ACUMULO-EXIT.
           EXIT.

       3100-LER-CONTA.
           READ CONTA-FILE NEXT RECORD.
           IF WRK-STATUS-CONTA NOT = "00"
               SET FIM-CONTA TO TRUE
           END-IF.
       3100-LER-CONTA-EXIT.
           EXIT.

       3200-GRAVAR-ACUMULO.
           IF CONTA_MOEDA = "BRL" OR CONTA_MOEDA = SPACES
               INITIALIZE ACUMULO-REG
               MOVE CONTA_NUMERO TO EAC_CONTA
               MOVE CONTA_SALDO  TO EAC_SALDO_ATUAL
               WRITE ACUMULO-REG
               ADD 1 TO WRK-QTDE-CONTAS
           END-IF.
           PERFORM 3100-LER-CONTA THRU 3100-LER-CONTA-EXIT.
       3200-GRAVAR-ACUMULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DELTAS DO ANO CORRENTE (ACUMHIST) E DOS ANOS JA VIRADOS     *
      *>   (ACUMHISTA, ANO-VIRADA.COB)                                 *
      *----------------------------------------------------------------*
       3500-SOMAR-DELTAS.
      *----------------------------------------------------------------*
           PERFORM 3510-LER-HIST THRU 3510-LER-HIST-EXIT.
           PERFORM 3520-APLICAR-HIST THRU 3520-APLICAR-HIST-EXIT
               UNTIL FIM-HIST.
           CLOSE HISTORICO-FILE.

           OPEN INPUT ACERVO-FILE.
           IF WRK-STATUS-ACERVO NOT = "00"
               GO TO 3500-SOMAR-DELTAS-EXIT
           END-IF.
           PERFORM 3530-LER-ACERVO THRU 3530-LER-ACERVO-EXIT.
           PERFORM 3540-APLICAR-ACERVO THRU 3540-APLICAR-ACERVO-EXIT
               UNTIL FIM-ACERVO.
           CLOSE ACERVO-FILE.
       3500-SOMAR-DELTAS-EXIT.
           EXIT.

       3510-LER-HIST.
           READ HISTORICO-FILE.
           IF WRK-STATUS-HIST NOT = "00"
               SET FIM-HIST TO TRUE
           END-IF.
       3510-LER-HIST-EXIT.
           EXIT.

       3520-APLICAR-HIST.
           MOVE AHIST_DATA  TO WRK-DATA-DELTA.
           MOVE AHIST_CONTA TO WRK-CONTA-DELTA.
           MOVE AHIST_DELTA TO WRK-VALOR-DELTA.
           PERFORM 3600-APLICAR-DELTA THRU 3600-APLICAR-DELTA-EXIT.
           PERFORM 3510-LER-HIST THRU 3510-LER-HIST-EXIT.
       3520-APLICAR-HIST-EXIT.
           EXIT.

       3530-LER-ACERVO.
           READ ACERVO-FILE.
           IF WRK-STATUS-ACERVO NOT = "00"
               SET FIM-ACERVO TO TRUE
           END-IF.
       3530-LER-ACERVO-EXIT.
           EXIT.

       3540-APLICAR-ACERVO.
           MOVE ARQH_DATA  TO WRK-DATA-DELTA.
           MOVE ARQH_CONTA TO WRK-CONTA-DELTA.
           MOVE ARQH_DELTA TO WRK-VALOR-DELTA.
           PERFORM 3600-APLICAR-DELTA THRU 3600-APLICAR-DELTA-EXIT.
           PERFORM 3530-LER-ACERVO THRU 3530-LER-ACERVO-EXIT.
       3540-APLICAR-ACERVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DENTRO DO SEMESTRE SOMA NO MES; DEPOIS DO SEMESTRE ENTRA NO *
      *>   POSTERIOR, QUE SAI DO SALDO ATUAL PARA DAR O SALDO FINAL    *
      *----------------------------------------------------------------*
       3600-APLICAR-DELTA.
           IF WRK-DATA-DELTA < WRK-DATA-INICIO
               GO TO 3600-APLICAR-DELTA-EXIT
           END-IF.

           MOVE WRK-CONTA-DELTA TO EAC_CONTA.
           READ ACUMULO-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-CONTA
                   GO TO 3600-APLICAR-DELTA-EXIT
           END-READ.
           ADD 1 TO WRK-QTDE-DELTAS.

           IF WRK-DATA-DELTA > WRK-DATA-FIM
               ADD WRK-VALOR-DELTA TO EAC_POSTERIOR
           ELSE
               COMPUTE WRK-MES-IDX = WRK-DELTA-MES - WRK-MES-INICIAL + 1
               IF WRK-VALOR-DELTA > ZEROS
                   ADD WRK-VALOR-DELTA TO EAC_CREDITOS (WRK-MES-IDX)
               ELSE
                   SUBTRACT WRK-VALOR-DELTA
                       FROM EAC_DEBITOS (WRK-MES-IDX)
                       GIVING EAC_DEBITOS (WRK-MES-IDX)
               END-IF
           END-IF.

           REWRITE ACUMULO-REG.
       3600-APLICAR-DELTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TOTAIS POR TITULAR, SOMANDO TODAS AS SUAS CONTAS            *
      *----------------------------------------------------------------*
       4000-SOMAR-DECLARANTES.
      *----------------------------------------------------------------*
           OPEN OUTPUT DECLARANTE-FILE.
           CLOSE DECLARANTE-FILE.
           OPEN I-O DECLARANTE-FILE.

           PERFORM 4050-INICIAR-ACUMULO THRU 4050-INICIAR-ACUMULO-EXIT.
           PERFORM 4100-SOMAR-CONTA THRU 4100-SOMAR-CONTA-EXIT
               UNTIL FIM-ACM.
       4000-SOMAR-DECLARANTES-EXIT.
           EXIT.

       4050-INICIAR-ACUMULO.
           MOVE "N" TO WRK-FIM-ACM.
           MOVE ZEROS TO EAC_CONTA.
           START ACUMULO-FILE KEY NOT < EAC_CONTA
               INVALID KEY
                   SET FIM-ACM TO TRUE
                   GO TO 4050-INICIAR-ACUMULO-EXIT
           END-START.
           PERFORM 4060-LER-ACUMULO THRU 4060-LER-ACUMULO-EXIT.
       4050-INICIAR-ACUMULO-EXIT.
           EXIT.

       4060-LER-ACUMULO.
           READ ACUMULO-FILE NEXT RECORD.
           IF WRK-STATUS-ACM NOT = "00"
               SET FIM-ACM TO TRUE
               GO TO 4060-LER-ACUMULO-EXIT
           END-IF.

           PERFORM 4070-VALORES-DA-CONTA
               THRU 4070-VALORES-DA-CONTA-EXIT.
       4060-LER-ACUMULO-EXIT.
           EXIT.

       4070-VALORES-DA-CONTA.
           PERFORM 4080-COPIAR-MES THRU 4080-COPIAR-MES-EXIT
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 6.
           COMPUTE WRK-VAL-SALDO = EAC_SALDO_ATUAL - EAC_POSTERIOR.
       4070-VALORES-DA-CONTA-EXIT.
           EXIT.

       4080-COPIAR-MES.
           MOVE EAC_CREDITOS (WRK-MES-IDX)
               TO WRK-VAL-CREDITOS (WRK-MES-IDX).
           MOVE EAC_DEBITOS (WRK-MES-IDX)
               TO WRK-VAL-DEBITOS (WRK-MES-IDX).
       4080-COPIAR-MES-EXIT.
           EXIT.

       4100-SOMAR-CONTA.
           MOVE "N" TO WRK-ACHOU-TITULAR.
           PERFORM 4200-SOMAR-TITULAR THRU 4200-SOMAR-TITULAR-EXIT
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-MAX-TITULARES.
           IF NOT ACHOU-TITULAR
               ADD 1 TO WRK-QTDE-SEM-TITULAR
           END-IF.
           PERFORM 4060-LER-ACUMULO THRU 4060-LER-ACUMULO-EXIT.
       4100-SOMAR-CONTA-EXIT.
           EXIT.

       4200-SOMAR-TITULAR.
           IF WRK-TIT-CONTA (WRK-TIT-IDX) NOT = EAC_CONTA
               GO TO 4200-SOMAR-TITULAR-EXIT
           END-IF.
           SET ACHOU-TITULAR TO TRUE.

           MOVE WRK-TIT-CPF (WRK-TIT-IDX) TO EDC_CPF.
           READ DECLARANTE-FILE
               INVALID KEY
                   INITIALIZE DECLARANTE-REG
                   MOVE WRK-TIT-CPF (WRK-TIT-IDX) TO EDC_CPF
                   PERFORM 4300-SOMAR-VALORES
                       THRU 4300-SOMAR-VALORES-EXIT
                   WRITE DECLARANTE-REG
                   ADD 1 TO WRK-QTDE-TITULARES
                   GO TO 4200-SOMAR-TITULAR-EXIT
           END-READ.

           PERFORM 4300-SOMAR-VALORES THRU 4300-SOMAR-VALORES-EXIT.
           REWRITE DECLARANTE-REG.
       4200-SOMAR-TITULAR-EXIT.
           EXIT.

       4300-SOMAR-VALORES.
           PERFORM 4310-SOMAR-MES THRU 4310-SOMAR-MES-EXIT
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 6.
           ADD WRK-VAL-SALDO TO EDC_SALDO.
       4300-SOMAR-VALORES-EXIT.
           EXIT.

       4310-SOMAR-MES.
           ADD WRK-VAL-CREDITOS (WRK-MES-IDX)
               TO EDC_CREDITOS (WRK-MES-IDX).
           ADD WRK-VAL-DEBITOS (WRK-MES-IDX)
               TO EDC_DEBITOS (WRK-MES-IDX).
       4310-SOMAR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PARA CADA CONTA E TITULAR: DECLARA O QUE PASSOU DO LIMITE E *
      *>   AINDA NAO FOI DECLARADO, E RETIFICA O JA DECLARADO QUE      *
      *>   MUDOU DESDE O ENVIO                                         *
      *----------------------------------------------------------------*
       5000-DECLARAR.
      *----------------------------------------------------------------*
           PERFORM 4050-INICIAR-ACUMULO THRU 4050-INICIAR-ACUMULO-EXIT.
           PERFORM 5100-DECLARAR-CONTA THRU 5100-DECLARAR-CONTA-EXIT
               UNTIL FIM-ACM.
           CLOSE ACUMULO-FILE.
           CLOSE DECLARANTE-FILE.
       5000-DECLARAR-EXIT.
           EXIT.

       5100-DECLARAR-CONTA.
           PERFORM 5200-DECLARAR-TITULAR THRU 5200-DECLARAR-TITULAR-EXIT
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-MAX-TITULARES.
           PERFORM 4060-LER-ACUMULO THRU 4060-LER-ACUMULO-EXIT.
       5100-DECLARAR-CONTA-EXIT.
           EXIT.

       5200-DECLARAR-TITULAR.
           IF WRK-TIT-CONTA (WRK-TIT-IDX) NOT = EAC_CONTA
               GO TO 5200-DECLARAR-TITULAR-EXIT
           END-IF.

           PERFORM 8000-DADOS-TITULAR THRU 8000-DADOS-TITULAR-EXIT.

           MOVE WRK-PERIODO TO EFM_PERIODO.
           MOVE EAC_CONTA   TO EFM_CONTA.
           MOVE WRK-TIT-CPF (WRK-TIT-IDX) TO EFM_CPF.
           READ EFIN-FILE
               INVALID KEY
                   PERFORM 5300-DECLARAR-ORIGINAL
                       THRU 5300-DECLARAR-ORIGINAL-EXIT
                   GO TO 5200-DECLARAR-TITULAR-EXIT
           END-READ.

           IF EFM_VALORES = WRK-VALORES
               ADD 1 TO WRK-QTDE-INALTERADAS
               GO TO 5200-DECLARAR-TITULAR-EXIT
           END-IF.

           PERFORM 5400-DECLARAR-RETIFICACAO
               THRU 5400-DECLARAR-RETIFICACAO-EXIT.
       5200-DECLARAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5300-DECLARAR-ORIGINAL.
      *----------------------------------------------------------------*
           PERFORM 5500-TESTAR-LIMITE THRU 5500-TESTAR-LIMITE-EXIT.
           IF NOT QUALIFICA
               GO TO 5300-DECLARAR-ORIGINAL-EXIT
           END-IF.

           IF NOT REMESSA-ABERTA
               PERFORM 1500-ABRIR-REMESSA THRU 1500-ABRIR-REMESSA-EXIT
           END-IF.

           MOVE WRK-PERIODO       TO EFM_PERIODO.
           MOVE EAC_CONTA         TO EFM_CONTA.
           MOVE WRK-TIT-CPF (WRK-TIT-IDX) TO EFM_CPF.
           MOVE WRK-TIPO-PESSOA   TO EFM_TIPO_PESSOA.
           MOVE WRK-DOCUMENTO     TO EFM_DOCUMENTO.
           MOVE WRK-VALORES       TO EFM_VALORES.
           MOVE WRK-PROTOCOLO     TO EFM_PROTOCOLO_ORIGINAL.
           MOVE WRK-PROTOCOLO     TO EFM_PROTOCOLO_ULTIMO.
           MOVE WRK-DATA-HOJE     TO EFM_DATA_ENVIO.
           MOVE ZEROS             TO EFM_RETIFICACOES.
           WRITE EFIN-REG
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR EFINMST " EFM-CHAVE
                       " STATUS " WRK-STATUS-EFM
                   GO TO 5300-DECLARAR-ORIGINAL-EXIT
           END-WRITE.

           MOVE "O" TO WRK-INDICADOR.
           PERFORM 6000-GRAVAR-MOVIMENTO
               THRU 6000-GRAVAR-MOVIMENTO-EXIT.
           ADD 1 TO WRK-QTDE-ORIGINAIS.
       5300-DECLARAR-ORIGINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   JA DECLARADO NAO SAI DA DECLARACAO MESMO QUE A CORRECAO O   *
      *>   DEIXE ABAIXO DO LIMITE: A RETIFICACAO LEVA OS VALORES CERTOS*
      *----------------------------------------------------------------*
       5400-DECLARAR-RETIFICACAO.
      *----------------------------------------------------------------*
           IF NOT REMESSA-ABERTA
               PERFORM 1500-ABRIR-REMESSA THRU 1500-ABRIR-REMESSA-EXIT
           END-IF.

           MOVE WRK-TIPO-PESSOA   TO EFM_TIPO_PESSOA.
           MOVE WRK-DOCUMENTO     TO EFM_DOCUMENTO.
           MOVE WRK-VALORES       TO EFM_VALORES.
           MOVE WRK-PROTOCOLO     TO EFM_PROTOCOLO_ULTIMO.
           MOVE WRK-DATA-HOJE     TO EFM_DATA_ENVIO.
           IF EFM_RETIFICACOES < 999
               ADD 1 TO EFM_RETIFICACOES
           END-IF.
           REWRITE EFIN-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR EFINMST " EFM-CHAVE
                       " STATUS " WRK-STATUS-EFM
                   GO TO 5400-DECLARAR-RETIFICACAO-EXIT
           END-REWRITE.

           MOVE "R" TO WRK-INDICADOR.
           PERFORM 6000-GRAVAR-MOVIMENTO
               THRU 6000-GRAVAR-MOVIMENTO-EXIT.
           ADD 1 TO WRK-QTDE-RETIFICADAS.
       5400-DECLARAR-RETIFICACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5500-TESTAR-LIMITE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-QUALIFICA.
           IF WRK-TIPO-PESSOA = "J"
               MOVE WRK-LIMITE-PJ TO WRK-LIMITE
           ELSE
               MOVE WRK-LIMITE-PF TO WRK-LIMITE
           END-IF.

           MOVE WRK-TIT-CPF (WRK-TIT-IDX) TO EDC_CPF.
           READ DECLARANTE-FILE
               INVALID KEY
                   GO TO 5500-TESTAR-LIMITE-EXIT
           END-READ.

           IF EDC_SALDO > WRK-LIMITE
               SET QUALIFICA TO TRUE
               GO TO 5500-TESTAR-LIMITE-EXIT
           END-IF.
           PERFORM 5510-TESTAR-MES THRU 5510-TESTAR-MES-EXIT
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 6 OR QUALIFICA.
       5500-TESTAR-LIMITE-EXIT.
           EXIT.

       5510-TESTAR-MES.
           IF EDC_CREDITOS (WRK-MES-IDX) > WRK-LIMITE
               OR EDC_DEBITOS (WRK-MES-IDX) > WRK-LIMITE
               SET QUALIFICA TO TRUE
           END-IF.
       5510-TESTAR-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PROTOCOLO CONSUMIDO SO NO PRIMEIRO MOVIMENTO, COMO EM       *
      *>   COAF-EXPORTA; A ABERTURA VAI LOGO APOS O HEADER             *
      *----------------------------------------------------------------*
       1500-ABRIR-REMESSA.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROTOCOLO.
           OPEN INPUT PROTOCOLO-FILE.
           IF WRK-STATUS-PROT = "00"
               READ PROTOCOLO-FILE
               IF WRK-STATUS-PROT = "00"
                   AND PROT-ULTIMO IS NUMERIC
                   COMPUTE WRK-PROTOCOLO = PROT-ULTIMO + 1
               END-IF
           END-IF.
           CLOSE PROTOCOLO-FILE.

           OPEN OUTPUT PROTOCOLO-FILE.
           MOVE WRK-PROTOCOLO TO PROT-ULTIMO.
           WRITE PROTOCOLO-REG.
           CLOSE PROTOCOLO-FILE.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-PROTOCOLO TO WRK-HDR-PROTOCOLO.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE WRK-PERIODO   TO WRK-HDR-PERIODO.
           WRITE REMESSA-REG FROM WRK-REM-HEADER.

           MOVE WRK-PERIODO     TO WRK-ABE-PERIODO.
           MOVE WRK-DATA-INICIO TO WRK-ABE-INICIO.
           MOVE WRK-DATA-FIM    TO WRK-ABE-FIM.
           WRITE REMESSA-REG FROM WRK-REM-ABERTURA.
           ADD 2 TO WRK-QTDE-REGISTROS.

           SET REMESSA-ABERTA TO TRUE.
       1500-ABRIR-REMESSA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-GRAVAR-MOVIMENTO.
      *----------------------------------------------------------------*
           MOVE WRK-INDICADOR      TO WRK-MOV-INDICADOR.
           MOVE WRK-TIPO-PESSOA    TO WRK-MOV-TIPO-PESSOA.
           MOVE WRK-DOCUMENTO      TO WRK-MOV-DOCUMENTO.
           MOVE WRK-NOME           TO WRK-MOV-NOME.
           MOVE EFM_CONTA          TO WRK-MOV-CONTA.
           MOVE EFM_CPF            TO WRK-MOV-CPF.
           MOVE WRK-VALORES        TO WRK-MOV-VALORES.
           MOVE EFM_PROTOCOLO_ORIGINAL TO WRK-MOV-PROT-ORIG.
           WRITE REMESSA-REG FROM WRK-REM-MOVIMENTO.
           ADD 1 TO WRK-QTDE-REGISTROS.

           PERFORM 6100-SOMAR-TOTAIS THRU 6100-SOMAR-TOTAIS-EXIT
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 6.
       6000-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

       6100-SOMAR-TOTAIS.
           ADD WRK-VAL-CREDITOS (WRK-MES-IDX) TO WRK-TOT-CREDITOS.
           ADD WRK-VAL-DEBITOS (WRK-MES-IDX)  TO WRK-TOT-DEBITOS.
       6100-SOMAR-TOTAIS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-FECHAR-REMESSA.
      *----------------------------------------------------------------*
           IF NOT REMESSA-ABERTA
               GO TO 7000-FECHAR-REMESSA-EXIT
           END-IF.

           MOVE WRK-PERIODO          TO WRK-FEC-PERIODO.
           MOVE WRK-QTDE-ORIGINAIS   TO WRK-FEC-ORIGINAIS.
           MOVE WRK-QTDE-RETIFICADAS TO WRK-FEC-RETIFICADAS.
           MOVE WRK-TOT-CREDITOS     TO WRK-FEC-CREDITOS.
           MOVE WRK-TOT-DEBITOS      TO WRK-FEC-DEBITOS.
           WRITE REMESSA-REG FROM WRK-REM-FECHAMENTO.
           ADD 2 TO WRK-QTDE-REGISTROS.

           MOVE WRK-QTDE-REGISTROS TO WRK-TRL-QTDE.
           WRITE REMESSA-REG FROM WRK-REM-TRAILER.
           CLOSE REMESSA-FILE.
       7000-FECHAR-REMESSA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TIPO DE PESSOA, DOCUMENTO E NOME DO TITULAR CORRENTE: CNPJ  *
      *>   DE CLIMAST PARA PESSOA JURIDICA, CPF NOS DEMAIS CASOS       *
      *----------------------------------------------------------------*
       8000-DADOS-TITULAR.
      *----------------------------------------------------------------*
           MOVE "F"    TO WRK-TIPO-PESSOA.
           MOVE WRK-TIT-CPF (WRK-TIT-IDX) TO WRK-DOCUMENTO.
           MOVE SPACES TO WRK-NOME.
           PERFORM 4070-VALORES-DA-CONTA
               THRU 4070-VALORES-DA-CONTA-EXIT.
           IF SEM-MASTER
               GO TO 8000-DADOS-TITULAR-EXIT
           END-IF.

           MOVE WRK-TIT-CPF (WRK-TIT-IDX) TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   GO TO 8000-DADOS-TITULAR-EXIT
           END-READ.
           MOVE CLIENTE_NOME TO WRK-NOME.
           IF CLIENTE-PESSOA-JURIDICA
               AND CLIENTE_CNPJ NOT = SPACES
               MOVE "J"          TO WRK-TIPO-PESSOA
               MOVE CLIENTE_CNPJ TO WRK-DOCUMENTO
           END-IF.
       8000-DADOS-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF NOT ABORTAR
               CLOSE EFIN-FILE
               IF NOT SEM-MASTER
                   CLOSE CLIENTE-MASTER-FILE
               END-IF
           END-IF.

           IF TABELA-ESTOUROU
               DISPLAY "EFINANCEIRA-GERA: TABELA DE TITULARES ESTOUROU"
                   " - TITULARES ALEM DE 5000 VINCULOS NAO DECLARADOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "===== E-FINANCEIRA =====".
           DISPLAY "SEMESTRE.............: " WRK-PERIODO.
           DISPLAY "CONTAS APURADAS......: " WRK-QTDE-CONTAS.
           DISPLAY "DELTAS SOMADOS.......: " WRK-QTDE-DELTAS.
           DISPLAY "DELTAS SEM CONTA.....: " WRK-QTDE-SEM-CONTA.
           DISPLAY "CONTAS SEM TITULAR...: " WRK-QTDE-SEM-TITULAR.
           DISPLAY "TITULARES APURADOS...: " WRK-QTDE-TITULARES.
           DISPLAY "DECLARACOES ORIGINAIS: " WRK-QTDE-ORIGINAIS.
           DISPLAY "RETIFICACOES.........: " WRK-QTDE-RETIFICADAS.
           DISPLAY "JA DECLARADAS IGUAIS.: " WRK-QTDE-INALTERADAS.
           IF REMESSA-ABERTA
               DISPLAY "PROTOCOLO DO ARQUIVO.: " WRK-PROTOCOLO
           ELSE
               DISPLAY "NADA A DECLARAR, ARQUIVO NAO GERADO"
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
