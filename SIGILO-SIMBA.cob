      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SIGILO-SIMBA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RESPOSTA A ORDEM JUDICIAL DE QUEBRA DE SIGILO  <*
      *>                BANCARIO NO LEIAUTE DO SIMBA. O JURIDICO      <*
      *>                CADASTRA AS ORDENS EM SIGILOPED, UMA LINHA    <*
      *>                POR DOCUMENTO INVESTIGADO (NUMERO DA ORDEM,   <*
      *>                VARA/TRIBUNAL, CPF OU CNPJ, PERIODO E         <*
      *>                OPERADOR), AS LINHAS DA MESMA ORDEM SEGUIDAS. <*
      *>                O OPERADOR PRECISA DE PERMISSAO NO PERFIL     <*
      *>                (AUTORIZA-CHECK.COB); ORDEM RECUSADA NAO GERA <*
      *>                NADA ALEM DO LOG. PARA CADA ORDEM SAEM, COM   <*
      *>                HEADER 0 E TRAILER 9 (QUANTIDADE E HASH):     <*
      *>                - SIMBACTA: CONTAS EM QUE O INVESTIGADO E     <*
      *>                  TITULAR OU COTITULAR (CONTASDB);            <*
      *>                - SIMBATIT: TITULARES E VINCULOS - TITULAR E  <*
      *>                  COTITULARES (CONTATIT), ASSINANTES E        <*
      *>                  PROCURADORES (ASSMST), CONTAS DE TERCEIROS  <*
      *>                  EM QUE O INVESTIGADO ASSINA, REPRESENTANTE  <*
      *>                  LEGAL E REPRESENTADO (REPLEGAL). DOCUMENTO  <*
      *>                  SEM RELACIONAMENTO SAI COM VINCULO N;       <*
      *>                - SIMBAEXT: TODO MOVIMENTO DO PERIODO, COM A  <*
      *>                  FONTE: O = HISTORICO CLITRANS, COM O        <*
      *>                  CARIMBO DE ORIGEM (FILIAL, CANAL, HORA E    <*
      *>                  OPERADOR), A = ARQUIVO MORTO CLITRANARC E   <*
      *>                  H = ACERVO DE DELTAS ACUMHISTA, ESTE SO     <*
      *>                  PARA DATAS ANTERIORES AO MOVIMENTO MAIS     <*
      *>                  ANTIGO QUE O CLIENTE AINDA TEM EM CLITRANS/ <*
      *>                  CLITRANARC (SENAO O MESMO LANCAMENTO SAIRIA <*
      *>                  DUAS VEZES);                                <*
      *>                - SIMBAODE: ORIGEM/DESTINO DO MOVIMENTO ONDE  <*
      *>                  A CASA TEM O DADO - CHAVES PIX DO CLIENTE   <*
      *>                  (PIXKEYS) NOS PIXC/PIXD, DESTINO DA TED     <*
      *>                  (TEDREG) NOS TEDE/TEDV E NUMERO DO CHEQUE   <*
      *>                  PAGO (CHEQSAC, CHPG) OU DEPOSITADO          <*
      *>                  (CHEQPEND, CHDP/CHDV). O MOVIMENTO CASADO   <*
      *>                  LEVA A CONTA DA CONTRAPARTIDA; OS DEMAIS A  <*
      *>                  CONTA PRINCIPAL DO INVESTIGADO, POIS        <*
      *>                  CLITRANS E POR CPF.                         <*
      *>                CADA ORDEM GRAVA UMA LINHA NO LOG CUMULATIVO  <*
      *>                SIGILOLOG COM AS QUANTIDADES POR ARQUIVO,     <*
      *>                TOTAIS DE CREDITO E DEBITO E O HASH DE        <*
      *>                CONTROLE (MESMA SOMA TRUNCADA DE ARQUIVO-     <*
      *>                SELO.COB: CONTAS, CPF DOS VINCULOS E VALORES  <*
      *>                DOS MOVIMENTOS), PARA PROVAR DEPOIS O QUE FOI <*
      *>                ENTREGUE; CADA DOCUMENTO ATENDIDO E AUDITADO  <*
      *>                (CAMPO SIGILO_SIMBA). OS QUATRO ARQUIVOS      <*
      *>                ENTRAM NO REGISTRO DE TRANSMISSOES            <*
      *>                (CONTRAPARTE JUDICIARIO, 10 DIAS UTEIS).      <*
      *>                RODA SOB DEMANDA, FORA DA CADEIA. RC 4 QUANDO <*
      *>                ALGUMA TABELA DE CONTRAPARTIDAS ESTOURA (A    <*
      *>                RESPOSTA SAI, MAS PODE FALTAR ORIGEM/DESTINO) <*
      *>                E RC 8 SEM CLIMAST OU SEM O LOG               <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "SIGILOPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CLIENTE-TRANS-FILE  ASSIGN TO "CLITRANS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CLITRANS-CHAVE
               FILE STATUS        IS WRK-STATUS-CLIT.

           SELECT ARQUIVO-MORTO-FILE  ASSIGN TO "CLITRANARC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ARC.

           SELECT ACERVO-FILE         ASSIGN TO "ACUMHISTA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ACERVO.

           SELECT ASSINANTE-FILE      ASSIGN TO "ASSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS ASS-CHAVE
               FILE STATUS        IS WRK-STATUS-ASS.

           SELECT REPLEGAL-FILE       ASSIGN TO "REPLEGAL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RPL-CHAVE
               ALTERNATE RECORD KEY IS RPL_CPF_RESPONSAVEL
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-RPL.

           SELECT CHAVE-FILE          ASSIGN TO "PIXKEYS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PIXK_CHAVE
               FILE STATUS        IS WRK-STATUS-CHAVE.

           SELECT TED-FILE            ASSIGN TO "TEDREG"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TED_NUMERO
               FILE STATUS        IS WRK-STATUS-TED.

           SELECT SACADO-FILE         ASSIGN TO "CHEQSAC"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS SAC-CHAVE
               FILE STATUS        IS WRK-STATUS-SAC.

           SELECT PENDENTE-FILE       ASSIGN TO "CHEQPEND"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CHQ.

           SELECT CONTAS-FILE         ASSIGN TO "SIMBACTA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CTA.

           SELECT VINCULOS-FILE       ASSIGN TO "SIMBATIT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-VIN.

           SELECT EXTRATO-FILE        ASSIGN TO "SIMBAEXT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXT.

           SELECT ORIGEM-FILE         ASSIGN TO "SIMBAODE"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ODE.

           SELECT LOG-FILE            ASSIGN TO "SIGILOLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-LOG.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 SGP-ORDEM           PIC X(20).
           02 SGP-VARA            PIC X(30).
           02 SGP-DOCUMENTO       PIC X(14).
           02 SGP-DATA-INI        PIC 9(08).
           02 SGP-DATA-FIM        PIC 9(08).
           02 SGP-OPERADOR        PIC X(08).

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CLIENTE-TRANS-FILE.
           COPY CLIENTE-TRANS-REG.

       FD  ARQUIVO-MORTO-FILE.
           COPY CLITRANS-ARC-REG.

       FD  ACERVO-FILE.
       01  ACERVO-REG.
           02 ARQH_DATA           PIC 9(08).
           02 ARQH_CONTA          PIC 9(08).
           02 ARQH_DELTA          PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD  ASSINANTE-FILE.
           COPY ASSINANTE-REG.

       FD  REPLEGAL-FILE.
           COPY REPLEGAL-REG.

       FD  CHAVE-FILE.
           COPY PIX-CHAVE-REG.

       FD  TED-FILE.
           COPY TED-REG.

       FD  SACADO-FILE.
           COPY CHEQSAC-REG.

       FD  PENDENTE-FILE.
           COPY CHEQUE-REG.

       FD  CONTAS-FILE.
       01  CONTAS-LINHA           PIC X(150).

       FD  VINCULOS-FILE.
       01  VINCULOS-LINHA         PIC X(150).

       FD  EXTRATO-FILE.
       01  EXTRATO-LINHA          PIC X(150).

       FD  ORIGEM-FILE.
       01  ORIGEM-LINHA           PIC X(150).

      *----------------------------------------------------------------*
      *>   LOG CUMULATIVO DAS RESPOSTAS, UMA LINHA POR ORDEM: E        *
      *>   EMITIDA, R RECUSADA (OPERADOR SEM PERMISSAO)                *
      *----------------------------------------------------------------*
       FD  LOG-FILE.
       01  LOG-REG.
           02 SGL_DATA            PIC 9(08).
           02 SGL_HORA            PIC 9(08).
           02 SGL_ORDEM           PIC X(20).
           02 SGL_VARA            PIC X(30).
           02 SGL_OPERADOR        PIC X(08).
           02 SGL_SITUACAO        PIC X(01).
               88 SGL-EMITIDA         VALUE "E".
               88 SGL-RECUSADA        VALUE "R".
           02 SGL_QTDE_ALVOS      PIC 9(05).
           02 SGL_QTDE_CONTAS     PIC 9(07).
           02 SGL_QTDE_VINCULOS   PIC 9(07).
           02 SGL_QTDE_MOVTOS     PIC 9(07).
           02 SGL_QTDE_ORIGEM     PIC 9(07).
           02 SGL_TOTAL_CREDITO   PIC 9(13)V99.
           02 SGL_TOTAL_DEBITO    PIC 9(13)V99.
           02 SGL_HASH            PIC 9(13)V99.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLIT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ARC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ACERVO      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ASS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RPL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHAVE       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SAC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHQ         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTA         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VIN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ODE         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-LOG         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-MASTER         PIC X(01) VALUE "N".
           88 FIM-MASTER              VALUE "S".
       77  WRK-FIM-CLIT           PIC X(01) VALUE "N".
           88 FIM-CLIT                VALUE "S".
       77  WRK-FIM-ARC            PIC X(01) VALUE "N".
           88 FIM-ARC                 VALUE "S".
       77  WRK-FIM-ACERVO         PIC X(01) VALUE "N".
           88 FIM-ACERVO              VALUE "S".
       77  WRK-FIM-ASS            PIC X(01) VALUE "N".
           88 FIM-ASS                 VALUE "S".
       77  WRK-FIM-RPL            PIC X(01) VALUE "N".
           88 FIM-RPL                 VALUE "S".
       77  WRK-FIM-CHAVE          PIC X(01) VALUE "N".
           88 FIM-CHAVE               VALUE "S".
       77  WRK-FIM-TED            PIC X(01) VALUE "N".
           88 FIM-TED                 VALUE "S".
       77  WRK-FIM-SAC            PIC X(01) VALUE "N".
           88 FIM-SAC                 VALUE "S".
       77  WRK-FIM-CHQ            PIC X(01) VALUE "N".
           88 FIM-CHQ                 VALUE "S".

       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".
       77  WRK-SEM-CONTA          PIC X(01) VALUE "N".
           88 SEM-CONTA               VALUE "S".
       77  WRK-SEM-CLIT           PIC X(01) VALUE "N".
           88 SEM-CLIT                VALUE "S".
       77  WRK-SEM-ASS            PIC X(01) VALUE "N".
           88 SEM-ASS                 VALUE "S".
       77  WRK-SEM-RPL            PIC X(01) VALUE "N".
           88 SEM-RPL                 VALUE "S".
       77  WRK-SEM-CHAVE          PIC X(01) VALUE "N".
           88 SEM-CHAVE               VALUE "S".
       77  WRK-SEM-TED            PIC X(01) VALUE "N".
           88 SEM-TED                 VALUE "S".
       77  WRK-SEM-SAC            PIC X(01) VALUE "N".
           88 SEM-SAC                 VALUE "S".
       77  WRK-SEM-LOG            PIC X(01) VALUE "N".
           88 SEM-LOG                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.
       77  WRK-IDX                PIC 9(04) COMP VALUE ZEROS.
       77  WRK-IDX-CHAVE          PIC 9(04) COMP VALUE ZEROS.
       77  WRK-CONTA-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-BUSCA          PIC X(11) VALUE SPACES.
       77  WRK-CPF-NUMERICO       PIC 9(11) VALUE ZEROS.

       77  WRK-TABELA-ESTOURO     PIC X(01) VALUE "N".
           88 TABELA-ESTOUROU         VALUE "S".
       77  WRK-CONTA-DO-ALVO      PIC X(01) VALUE "N".
           88 CONTA-DO-ALVO           VALUE "S".

      *----------------------------------------------------------------*
      *>   ORDEM CORRENTE (AS LINHAS DE UMA ORDEM VEM SEGUIDAS)        *
      *----------------------------------------------------------------*
       77  WRK-ORDEM-ABERTA       PIC X(01) VALUE "N".
           88 ORDEM-ABERTA            VALUE "S".
       77  WRK-ORDEM-SITUACAO     PIC X(01) VALUE "E".
           88 ORDEM-EMITIDA           VALUE "E".
           88 ORDEM-RECUSADA          VALUE "R".
       77  WRK-ORDEM-NUMERO       PIC X(20) VALUE SPACES.
       77  WRK-ORDEM-VARA         PIC X(30) VALUE SPACES.
       77  WRK-ORDEM-OPERADOR     PIC X(08) VALUE SPACES.
       77  WRK-ORDEM-ALVOS        PIC 9(05) VALUE ZEROS.
       77  WRK-ORDEM-SEQ-MOVTO    PIC 9(07) VALUE ZEROS.
       77  WRK-ORDEM-CREDITO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ORDEM-DEBITO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ORDEM-HASH         PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   DOCUMENTO INVESTIGADO CORRENTE                              *
      *----------------------------------------------------------------*
       77  WRK-ALVO-ACHADO        PIC X(01) VALUE "N".
           88 ALVO-ACHADO             VALUE "S".
       77  WRK-ALVO-DOCUMENTO     PIC X(14) VALUE SPACES.
       77  WRK-ALVO-CPF           PIC X(11) VALUE SPACES.
       77  WRK-ALVO-CNPJ          PIC X(14) VALUE SPACES.
       77  WRK-ALVO-NOME          PIC X(20) VALUE SPACES.
       77  WRK-ALVO-SITUACAO      PIC X(01) VALUE SPACES.
       77  WRK-ALVO-INI           PIC 9(08) VALUE ZEROS.
       77  WRK-ALVO-FIM           PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-REFERENCIA   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MAIS-ANTIGA   PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   VINCULOS CONTA X CPF (CONTATIT) EM MEMORIA, CARREGADOS UMA  *
      *>   VEZ, E AS CONTAS DO INVESTIGADO CORRENTE                    *
      *----------------------------------------------------------------*
       77  WRK-MAX-TITULARES      PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-TITULARES.
           02 WRK-TIT-ITEM  OCCURS 5000 TIMES
                             INDEXED BY WRK-TIT-IDX.
               03 WRK-TIT-CONTA        PIC 9(08).
               03 WRK-TIT-CPF          PIC X(11).
               03 WRK-TIT-TIPO         PIC X(01).

       77  WRK-MAX-CONTAS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CONTAS.
           02 WRK-CT-ITEM   OCCURS 50 TIMES
                             INDEXED BY WRK-CT-IDX.
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-TIPO          PIC X(01).

      *----------------------------------------------------------------*
      *>   CONTRAPARTIDAS DO INVESTIGADO CORRENTE: CHAVES PIX, TED DO  *
      *>   PERIODO, CHEQUES PAGOS (CHEQSAC) E DEPOSITADOS (CHEQPEND).  *
      *>   CADA ITEM CASA COM UM SO MOVIMENTO (MARCA DE USADO)         *
      *----------------------------------------------------------------*
       77  WRK-MAX-CHAVES         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CHAVES.
           02 WRK-PX-ITEM   OCCURS 10 TIMES.
               03 WRK-PX-CHAVE         PIC X(36).
               03 WRK-PX-TIPO          PIC X(01).
               03 WRK-PX-CONTA         PIC 9(08).

       77  WRK-MAX-TEDS           PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-TEDS.
           02 WRK-TD-ITEM   OCCURS 500 TIMES
                             INDEXED BY WRK-TD-IDX.
               03 WRK-TD-CONTA         PIC 9(08).
               03 WRK-TD-DATA          PIC 9(08).
               03 WRK-TD-DATA-DEV      PIC 9(08).
               03 WRK-TD-VALOR         PIC 9(09)V99.
               03 WRK-TD-SITUACAO      PIC X(01).
               03 WRK-TD-ISPB          PIC X(08).
               03 WRK-TD-AGENCIA       PIC 9(04).
               03 WRK-TD-CONTA-DEST    PIC 9(10).
               03 WRK-TD-DOC-DEST      PIC X(14).
               03 WRK-TD-USADO         PIC X(01).

       77  WRK-MAX-SACADOS        PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-SACADOS.
           02 WRK-SC-ITEM   OCCURS 500 TIMES
                             INDEXED BY WRK-SC-IDX.
               03 WRK-SC-CONTA         PIC 9(08).
               03 WRK-SC-NUMERO        PIC 9(10).
               03 WRK-SC-VALOR         PIC 9(09)V99.
               03 WRK-SC-DATA          PIC 9(08).
               03 WRK-SC-BANCO         PIC X(08).
               03 WRK-SC-USADO         PIC X(01).

       77  WRK-MAX-DEPOSITOS      PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-DEPOSITOS.
           02 WRK-DP-ITEM   OCCURS 500 TIMES
                             INDEXED BY WRK-DP-IDX.
               03 WRK-DP-CONTA         PIC 9(08).
               03 WRK-DP-NUMERO        PIC 9(10).
               03 WRK-DP-VALOR         PIC 9(09)V99.
               03 WRK-DP-DATA          PIC 9(08).
               03 WRK-DP-SITUACAO      PIC X(01).
               03 WRK-DP-BANCO         PIC X(03).
               03 WRK-DP-CONTA-SAC     PIC X(09).
               03 WRK-DP-USADO         PIC X(01).

      *----------------------------------------------------------------*
      *>   MOVIMENTO CORRENTE, MONTADO POR QUALQUER DAS TRES FONTES    *
      *----------------------------------------------------------------*
       77  WRK-MOV-DATA           PIC 9(08) VALUE ZEROS.
       77  WRK-MOV-HORA           PIC 9(06) VALUE ZEROS.
       77  WRK-MOV-TIPO           PIC X(01) VALUE SPACES.
       77  WRK-MOV-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MOV-CODIGO         PIC X(04) VALUE SPACES.
       77  WRK-MOV-FONTE          PIC X(01) VALUE SPACES.
       77  WRK-MOV-FILIAL         PIC 9(04) VALUE ZEROS.
       77  WRK-MOV-CANAL          PIC X(03) VALUE SPACES.
       77  WRK-MOV-OPERADOR       PIC X(08) VALUE SPACES.
       77  WRK-MOV-CONTA          PIC 9(08) VALUE ZEROS.
       77  WRK-MOV-CASADO         PIC X(01) VALUE "N".
           88 MOV-TED                 VALUE "T".
           88 MOV-CHEQUE-PAGO         VALUE "S".
           88 MOV-CHEQUE-DEPOSITO     VALUE "D".
           88 MOV-PIX                 VALUE "P".
           88 MOV-SEM-CONTRAPARTE     VALUE "N".

      *----------------------------------------------------------------*
      *>   QUANTIDADE E HASH POR ARQUIVO, NA ORDEM E NA RODADA:        *
      *>   1 SIMBACTA, 2 SIMBATIT, 3 SIMBAEXT, 4 SIMBAODE              *
      *----------------------------------------------------------------*
       77  WRK-ARQ-NUM            PIC 9(01) VALUE ZEROS.
       77  WRK-HASH-PARCELA       PIC 9(13)V99 VALUE ZEROS.
       01  WRK-TABELA-ARQUIVOS.
           02 WRK-AQ-ITEM   OCCURS 4 TIMES.
               03 WRK-AQ-NOME          PIC X(10).
               03 WRK-AQ-QTDE-ORDEM    PIC 9(07).
               03 WRK-AQ-HASH-ORDEM    PIC 9(13)V99.
               03 WRK-AQ-QTDE-RODADA   PIC 9(09).
               03 WRK-AQ-HASH-RODADA   PIC 9(13)V99.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ORDENS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EMITIDAS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ALVOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-RELACAO   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PERIODO-INV   PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LEIAUTE FIXO DOS ARQUIVOS SIMBA                             *
      *----------------------------------------------------------------*
       01  WRK-SMB-HEADER.
           02 FILLER              PIC X(01) VALUE "0".
           02 WRK-SHD-ARQUIVO     PIC X(10).
           02 WRK-SHD-ORDEM       PIC X(20).
           02 WRK-SHD-VARA        PIC X(30).
           02 WRK-SHD-DATA        PIC 9(08).
           02 WRK-SHD-OPERADOR    PIC X(08).
           02 FILLER              PIC X(73) VALUE SPACES.

       01  WRK-SMB-CONTA.
           02 FILLER              PIC X(01) VALUE "1".
           02 WRK-SCT-ORDEM       PIC X(20).
           02 WRK-SCT-DOCUMENTO   PIC X(14).
           02 WRK-SCT-CONTA       PIC 9(08).
           02 WRK-SCT-VINCULO     PIC X(01).
           02 WRK-SCT-PRODUTO     PIC X(01).
           02 WRK-SCT-COD-PRODUTO PIC X(04).
           02 WRK-SCT-MOEDA       PIC X(03).
           02 WRK-SCT-SITUACAO    PIC X(01).
           02 WRK-SCT-SALDO       PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER              PIC X(85) VALUE SPACES.

      *>   VINCULO: T TITULAR, C COTITULAR, A ASSINANTE/PROCURADOR,
      *>   R REPRESENTANTE LEGAL, M REPRESENTADO, N SEM RELACIONAMENTO
       01  WRK-SMB-VINCULO.
           02 FILLER              PIC X(01) VALUE "1".
           02 WRK-SVN-ORDEM       PIC X(20).
           02 WRK-SVN-DOCUMENTO   PIC X(14).
           02 WRK-SVN-CONTA       PIC 9(08).
           02 WRK-SVN-CPF         PIC X(11).
           02 WRK-SVN-CNPJ        PIC X(14).
           02 WRK-SVN-NOME        PIC X(20).
           02 WRK-SVN-VINCULO     PIC X(01).
           02 WRK-SVN-SITUACAO    PIC X(01).
           02 WRK-SVN-INICIO      PIC 9(08).
           02 WRK-SVN-VALIDADE    PIC 9(08).
           02 WRK-SVN-PODER       PIC 9(09)V99.
           02 FILLER              PIC X(34) VALUE SPACES.

       01  WRK-SMB-MOVTO.
           02 FILLER              PIC X(01) VALUE "1".
           02 WRK-SMV-ORDEM       PIC X(20).
           02 WRK-SMV-DOCUMENTO   PIC X(14).
           02 WRK-SMV-SEQ         PIC 9(07).
           02 WRK-SMV-CONTA       PIC 9(08).
           02 WRK-SMV-DATA        PIC 9(08).
           02 WRK-SMV-HORA        PIC 9(06).
           02 WRK-SMV-TIPO        PIC X(01).
           02 WRK-SMV-VALOR       PIC 9(09)V99.
           02 WRK-SMV-CODIGO      PIC X(04).
           02 WRK-SMV-FONTE       PIC X(01).
           02 WRK-SMV-FILIAL      PIC 9(04).
           02 WRK-SMV-CANAL       PIC X(03).
           02 WRK-SMV-OPERADOR    PIC X(08).
           02 WRK-SMV-CONTRAPARTE PIC X(01).
           02 FILLER              PIC X(53) VALUE SPACES.

       01  WRK-SMB-ORIGEM.
           02 FILLER              PIC X(01) VALUE "1".
           02 WRK-SOD-ORDEM       PIC X(20).
           02 WRK-SOD-SEQ         PIC 9(07).
           02 WRK-SOD-CONTA       PIC 9(08).
           02 WRK-SOD-TIPO        PIC X(03).
           02 WRK-SOD-VALOR       PIC 9(09)V99.
           02 WRK-SOD-DOCUMENTO   PIC X(14).
           02 WRK-SOD-BANCO       PIC X(08).
           02 WRK-SOD-AGENCIA     PIC 9(04).
           02 WRK-SOD-CONTA-CP    PIC X(10).
           02 WRK-SOD-CHAVE-PIX   PIC X(36).
           02 WRK-SOD-CHEQUE      PIC 9(10).
           02 FILLER              PIC X(18) VALUE SPACES.

       01  WRK-SMB-TRAILER.
           02 FILLER              PIC X(01) VALUE "9".
           02 WRK-STL-ORDEM       PIC X(20).
           02 WRK-STL-QTDE        PIC 9(07).
           02 WRK-STL-HASH        PIC 9(13)V99.
           02 FILLER              PIC X(107) VALUE SPACES.

       01  WRK-LINHA-SIMBA        PIC X(150) VALUE SPACES.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "SIGILO_SIMBA".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "SIGILO-SIMBA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE SPACES.
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "JUDICIARIO".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE 10.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO
               THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-PED.
           IF ORDEM-ABERTA
               PERFORM 6000-FECHAR-ORDEM THRU 6000-FECHAR-ORDEM-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "SIMBACTA"  TO WRK-AQ-NOME (1).
           MOVE "SIMBATIT"  TO WRK-AQ-NOME (2).
           MOVE "SIMBAEXT"  TO WRK-AQ-NOME (3).
           MOVE "SIMBAODE"  TO WRK-AQ-NOME (4).
           MOVE ZEROS TO WRK-AQ-QTDE-RODADA (1) WRK-AQ-HASH-RODADA (1)
                         WRK-AQ-QTDE-RODADA (2) WRK-AQ-HASH-RODADA (2)
                         WRK-AQ-QTDE-RODADA (3) WRK-AQ-HASH-RODADA (3)
                         WRK-AQ-QTDE-RODADA (4) WRK-AQ-HASH-RODADA (4).

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               DISPLAY "ARQUIVO DE ORDENS SIGILOPED AUSENTE"
               SET FIM-PED TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "SIGILO-SIMBA: CLIMAST INDISPONIVEL, STATUS "
                   WRK-STATUS-MASTER
               SET SEM-MASTER TO TRUE
               SET FIM-PED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               SET SEM-CONTA TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-TRANS-FILE.
           IF WRK-STATUS-CLIT NOT = "00"
               SET SEM-CLIT TO TRUE
           END-IF.

           OPEN INPUT ASSINANTE-FILE.
           IF WRK-STATUS-ASS NOT = "00"
               SET SEM-ASS TO TRUE
           END-IF.

           OPEN INPUT REPLEGAL-FILE.
           IF WRK-STATUS-RPL NOT = "00"
               SET SEM-RPL TO TRUE
           END-IF.

           OPEN INPUT CHAVE-FILE.
           IF WRK-STATUS-CHAVE NOT = "00"
               SET SEM-CHAVE TO TRUE
           END-IF.

           OPEN INPUT TED-FILE.
           IF WRK-STATUS-TED NOT = "00"
               SET SEM-TED TO TRUE
           END-IF.

           OPEN INPUT SACADO-FILE.
           IF WRK-STATUS-SAC NOT = "00"
               SET SEM-SAC TO TRUE
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF WRK-STATUS-LOG = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WRK-STATUS-LOG NOT = "00"
               DISPLAY "SIGILO-SIMBA: LOG SIGILOLOG INDISPONIVEL, "
                   "STATUS " WRK-STATUS-LOG
               SET SEM-LOG TO TRUE
               SET FIM-PED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT CONTAS-FILE.
           OPEN OUTPUT VINCULOS-FILE.
           OPEN OUTPUT EXTRATO-FILE.
           OPEN OUTPUT ORIGEM-FILE.

           PERFORM 1100-CARREGAR-TITULARES
               THRU 1100-CARREGAR-TITULARES-EXIT.

           IF NOT FIM-PED
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-TITULARES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-MAX-TITULARES.
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               GO TO 1100-CARREGAR-TITULARES-EXIT
           END-IF.

           PERFORM 1110-LER-TITULAR THRU 1110-LER-TITULAR-EXIT
               UNTIL FIM-TIT.

           CLOSE TITULAR-FILE.
       1100-CARREGAR-TITULARES-EXIT.
           EXIT.

       1110-LER-TITULAR.
           READ TITULAR-FILE NEXT RECORD
               AT END
                   SET FIM-TIT TO TRUE
                   GO TO 1110-LER-TITULAR-EXIT
           END-READ.

           IF WRK-MAX-TITULARES NOT < 5000
               SET TABELA-ESTOUROU TO TRUE
               GO TO 1110-LER-TITULAR-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-TITULARES.
           MOVE TIT_CONTA TO WRK-TIT-CONTA (WRK-MAX-TITULARES).
           MOVE TIT_CPF   TO WRK-TIT-CPF (WRK-MAX-TITULARES).
           MOVE TIT_TIPO  TO WRK-TIT-TIPO (WRK-MAX-TITULARES).
       1110-LER-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A TROCA DO NUMERO DA ORDEM FECHA A ANTERIOR E ABRE A NOVA;  *
      *>   LINHAS DE ORDEM RECUSADA SO SAO CONTADAS                    *
      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           IF NOT ORDEM-ABERTA
               OR SGP-ORDEM NOT = WRK-ORDEM-NUMERO
               IF ORDEM-ABERTA
                   PERFORM 6000-FECHAR-ORDEM
                       THRU 6000-FECHAR-ORDEM-EXIT
               END-IF
               PERFORM 2200-ABRIR-ORDEM THRU 2200-ABRIR-ORDEM-EXIT
           END-IF.

           ADD 1 TO WRK-ORDEM-ALVOS.
           IF ORDEM-RECUSADA
               GO TO 2000-PROCESSAR-PEDIDO-LER
           END-IF.

           PERFORM 3000-ATENDER-ALVO THRU 3000-ATENDER-ALVO-EXIT.

       2000-PROCESSAR-PEDIDO-LER.
           PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED = "10"
               SET FIM-PED TO TRUE
           END-IF.
       2100-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-ABRIR-ORDEM.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-ORDENS.
           SET ORDEM-ABERTA  TO TRUE.
           SET ORDEM-EMITIDA TO TRUE.
           MOVE SGP-ORDEM    TO WRK-ORDEM-NUMERO.
           MOVE SGP-VARA     TO WRK-ORDEM-VARA.
           MOVE SGP-OPERADOR TO WRK-ORDEM-OPERADOR.
           MOVE ZEROS TO WRK-ORDEM-ALVOS WRK-ORDEM-SEQ-MOVTO
                         WRK-ORDEM-CREDITO WRK-ORDEM-DEBITO
                         WRK-ORDEM-HASH.
           MOVE ZEROS TO WRK-AQ-QTDE-ORDEM (1) WRK-AQ-HASH-ORDEM (1)
                         WRK-AQ-QTDE-ORDEM (2) WRK-AQ-HASH-ORDEM (2)
                         WRK-AQ-QTDE-ORDEM (3) WRK-AQ-HASH-ORDEM (3)
                         WRK-AQ-QTDE-ORDEM (4) WRK-AQ-HASH-ORDEM (4).

           CALL "AUTORIZA-CHECK" USING WRK-ORDEM-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               SET ORDEM-RECUSADA TO TRUE
               ADD 1 TO WRK-QTDE-RECUSADAS
               DISPLAY "OPERADOR SEM PERMISSAO PARA QUEBRA DE SIGILO: "
                   WRK-ORDEM-OPERADOR " ORDEM " WRK-ORDEM-NUMERO
               GO TO 2200-ABRIR-ORDEM-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-EMITIDAS.
           MOVE WRK-ORDEM-NUMERO   TO WRK-SHD-ORDEM.
           MOVE WRK-ORDEM-VARA     TO WRK-SHD-VARA.
           MOVE WRK-DATA-HOJE      TO WRK-SHD-DATA.
           MOVE WRK-ORDEM-OPERADOR TO WRK-SHD-OPERADOR.

           MOVE WRK-AQ-NOME (1) TO WRK-SHD-ARQUIVO.
           WRITE CONTAS-LINHA   FROM WRK-SMB-HEADER.
           MOVE WRK-AQ-NOME (2) TO WRK-SHD-ARQUIVO.
           WRITE VINCULOS-LINHA FROM WRK-SMB-HEADER.
           MOVE WRK-AQ-NOME (3) TO WRK-SHD-ARQUIVO.
           WRITE EXTRATO-LINHA  FROM WRK-SMB-HEADER.
           MOVE WRK-AQ-NOME (4) TO WRK-SHD-ARQUIVO.
           WRITE ORIGEM-LINHA   FROM WRK-SMB-HEADER.
       2200-ABRIR-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UM DOCUMENTO INVESTIGADO: VINCULOS E CONTAS, DEPOIS OS      *
      *>   MOVIMENTOS DAS TRES FONTES, DA MAIS NOVA PARA A MAIS ANTIGA *
      *----------------------------------------------------------------*
       3000-ATENDER-ALVO.
      *----------------------------------------------------------------*
           IF SGP-DATA-INI = ZEROS
               OR SGP-DATA-FIM = ZEROS
               OR SGP-DATA-INI > SGP-DATA-FIM
               ADD 1 TO WRK-QTDE-PERIODO-INV
               DISPLAY "PERIODO INVALIDO NA ORDEM " SGP-ORDEM
                   " DOCUMENTO " SGP-DOCUMENTO
               GO TO 3000-ATENDER-ALVO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ALVOS.
           MOVE SGP-DOCUMENTO TO WRK-ALVO-DOCUMENTO.
           MOVE SGP-DATA-INI  TO WRK-ALVO-INI.
           MOVE SGP-DATA-FIM  TO WRK-ALVO-FIM.

           PERFORM 3100-RESOLVER-DOCUMENTO
               THRU 3100-RESOLVER-DOCUMENTO-EXIT.

           IF NOT ALVO-ACHADO
               ADD 1 TO WRK-QTDE-SEM-RELACAO
               MOVE ZEROS  TO WRK-SVN-CONTA WRK-SVN-INICIO
                              WRK-SVN-VALIDADE WRK-SVN-PODER
               MOVE SPACES TO WRK-SVN-CPF WRK-SVN-CNPJ
                              WRK-SVN-SITUACAO
               IF WRK-ALVO-DOCUMENTO (12:3) = SPACES
                   MOVE WRK-ALVO-DOCUMENTO TO WRK-SVN-CPF
               ELSE
                   MOVE WRK-ALVO-DOCUMENTO TO WRK-SVN-CNPJ
               END-IF
               MOVE "SEM RELACIONAMENTO" TO WRK-SVN-NOME
               MOVE "N" TO WRK-SVN-VINCULO
               PERFORM 8000-GRAVAR-VINCULO
                   THRU 8000-GRAVAR-VINCULO-EXIT
               GO TO 3000-ATENDER-ALVO-AUDITAR
           END-IF.

           PERFORM 3200-MONTAR-CONTAS THRU 3200-MONTAR-CONTAS-EXIT.
           PERFORM 3300-GRAVAR-CONTA THRU 3300-GRAVAR-CONTA-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MAX-CONTAS.
           PERFORM 3400-ASSINATURAS-DO-ALVO
               THRU 3400-ASSINATURAS-DO-ALVO-EXIT.
           PERFORM 3500-REPRESENTACOES
               THRU 3500-REPRESENTACOES-EXIT.

           PERFORM 4000-CARREGAR-CONTRAPARTES
               THRU 4000-CARREGAR-CONTRAPARTES-EXIT.

           MOVE 99999999 TO WRK-DATA-MAIS-ANTIGA.
           PERFORM 5000-MOVIMENTOS-CLITRANS
               THRU 5000-MOVIMENTOS-CLITRANS-EXIT.
           PERFORM 5200-MOVIMENTOS-ARQUIVO
               THRU 5200-MOVIMENTOS-ARQUIVO-EXIT.
           PERFORM 5400-MOVIMENTOS-ACERVO
               THRU 5400-MOVIMENTOS-ACERVO-EXIT.

       3000-ATENDER-ALVO-AUDITAR.
           MOVE SPACES TO WRK-AUDIT-VALOR-NOVO.
           STRING "SIMBA ORDEM " WRK-ORDEM-NUMERO
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO.
           IF ALVO-ACHADO
               MOVE WRK-ALVO-CPF TO WRK-AUDIT-CHAVE
           ELSE
               MOVE WRK-ALVO-DOCUMENTO TO WRK-AUDIT-CHAVE
           END-IF.
           CALL "AUDIT-LOG" USING WRK-ORDEM-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       3000-ATENDER-ALVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CPF LE CLIMAST DIRETO; CNPJ PROCURA A EMPRESA PELO          *
      *>   CLIENTE_CNPJ PARA CHEGAR NA CHAVE DE CADASTRO               *
      *----------------------------------------------------------------*
       3100-RESOLVER-DOCUMENTO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ALVO-ACHADO.

           IF WRK-ALVO-DOCUMENTO (12:3) = SPACES
               MOVE WRK-ALVO-DOCUMENTO (1:11) TO CLIENTE_CPF
               READ CLIENTE-MASTER-FILE
                   INVALID KEY
                       GO TO 3100-RESOLVER-DOCUMENTO-EXIT
               END-READ
               SET ALVO-ACHADO TO TRUE
           ELSE
               MOVE "N"        TO WRK-FIM-MASTER
               MOVE LOW-VALUES TO CLIENTE_CPF
               START CLIENTE-MASTER-FILE
                   KEY IS NOT LESS THAN CLIENTE_CPF
                   INVALID KEY
                       SET FIM-MASTER TO TRUE
               END-START
               PERFORM 3110-PROCURAR-CNPJ
                   THRU 3110-PROCURAR-CNPJ-EXIT
                   UNTIL FIM-MASTER OR ALVO-ACHADO
           END-IF.

           IF NOT ALVO-ACHADO
               GO TO 3100-RESOLVER-DOCUMENTO-EXIT
           END-IF.

           MOVE CLIENTE_CPF    TO WRK-ALVO-CPF.
           MOVE CLIENTE_NOME   TO WRK-ALVO-NOME.
           MOVE CLIENTE_STATUS TO WRK-ALVO-SITUACAO.
           IF CLIENTE-PESSOA-JURIDICA
               MOVE CLIENTE_CNPJ TO WRK-ALVO-CNPJ
           ELSE
               MOVE SPACES       TO WRK-ALVO-CNPJ
           END-IF.
       3100-RESOLVER-DOCUMENTO-EXIT.
           EXIT.

       3110-PROCURAR-CNPJ.
           READ CLIENTE-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-MASTER TO TRUE
                   GO TO 3110-PROCURAR-CNPJ-EXIT
           END-READ.

           IF CLIENTE_CNPJ = WRK-ALVO-DOCUMENTO
               SET ALVO-ACHADO TO TRUE
           END-IF.
       3110-PROCURAR-CNPJ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTAS EM QUE O INVESTIGADO E TITULAR (P) OU COTITULAR (S). *
      *>   A CONTA DE REFERENCIA DOS MOVIMENTOS E A PRIMEIRA PRINCIPAL *
      *----------------------------------------------------------------*
       3200-MONTAR-CONTAS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-MAX-CONTAS WRK-CONTA-REFERENCIA.
           INITIALIZE WRK-TABELA-CONTAS.

           PERFORM 3210-EXAMINAR-VINCULO
               THRU 3210-EXAMINAR-VINCULO-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MAX-TITULARES.

           IF WRK-CONTA-REFERENCIA = ZEROS
               AND WRK-MAX-CONTAS > ZEROS
               MOVE WRK-CT-CONTA (1) TO WRK-CONTA-REFERENCIA
           END-IF.
       3200-MONTAR-CONTAS-EXIT.
           EXIT.

       3210-EXAMINAR-VINCULO.
           IF WRK-TIT-CPF (WRK-IDX) NOT = WRK-ALVO-CPF
               GO TO 3210-EXAMINAR-VINCULO-EXIT
           END-IF.

           IF WRK-MAX-CONTAS NOT < 50
               SET TABELA-ESTOUROU TO TRUE
               GO TO 3210-EXAMINAR-VINCULO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-CONTAS.
           MOVE WRK-TIT-CONTA (WRK-IDX)
               TO WRK-CT-CONTA (WRK-MAX-CONTAS).
           MOVE WRK-TIT-TIPO (WRK-IDX)
               TO WRK-CT-TIPO (WRK-MAX-CONTAS).
           IF WRK-TIT-TIPO (WRK-IDX) = "P"
               AND WRK-CONTA-REFERENCIA = ZEROS
               MOVE WRK-TIT-CONTA (WRK-IDX) TO WRK-CONTA-REFERENCIA
           END-IF.
       3210-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A CONTA EM SIMBACTA E, EM SIMBATIT, TODOS OS TITULARES E    *
      *>   ASSINANTES DELA                                             *
      *----------------------------------------------------------------*
       3300-GRAVAR-CONTA.
      *----------------------------------------------------------------*
           MOVE WRK-CT-CONTA (WRK-IDX) TO WRK-CONTA-BUSCA.

           MOVE WRK-ORDEM-NUMERO   TO WRK-SCT-ORDEM.
           MOVE WRK-ALVO-DOCUMENTO TO WRK-SCT-DOCUMENTO.
           MOVE WRK-CONTA-BUSCA    TO WRK-SCT-CONTA.
           IF WRK-CT-TIPO (WRK-IDX) = "P"
               MOVE "T" TO WRK-SCT-VINCULO
           ELSE
               MOVE "C" TO WRK-SCT-VINCULO
           END-IF.
           MOVE SPACES TO WRK-SCT-PRODUTO WRK-SCT-COD-PRODUTO
                          WRK-SCT-MOEDA WRK-SCT-SITUACAO.
           MOVE ZEROS  TO WRK-SCT-SALDO.

           IF NOT SEM-CONTA
               MOVE WRK-CONTA-BUSCA TO CONTA_NUMERO
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTA_PRODUTO     TO WRK-SCT-PRODUTO
                       MOVE CONTA_COD_PRODUTO TO WRK-SCT-COD-PRODUTO
                       MOVE CONTA_MOEDA       TO WRK-SCT-MOEDA
                       MOVE CONTA_STATUS      TO WRK-SCT-SITUACAO
                       MOVE CONTA_SALDO       TO WRK-SCT-SALDO
               END-READ
           END-IF.

           MOVE WRK-SMB-CONTA   TO WRK-LINHA-SIMBA.
           MOVE 1               TO WRK-ARQ-NUM.
           MOVE WRK-CONTA-BUSCA TO WRK-HASH-PARCELA.
           PERFORM 8400-GRAVAR-SIMBA THRU 8400-GRAVAR-SIMBA-EXIT.

           PERFORM 3310-GRAVAR-TITULAR THRU 3310-GRAVAR-TITULAR-EXIT
               VARYING WRK-IDX-CHAVE FROM 1 BY 1
               UNTIL WRK-IDX-CHAVE > WRK-MAX-TITULARES.

           IF SEM-ASS
               GO TO 3300-GRAVAR-CONTA-EXIT
           END-IF.

           MOVE "N"             TO WRK-FIM-ASS.
           MOVE WRK-CONTA-BUSCA TO ASS_CONTA.
           MOVE LOW-VALUES      TO ASS_CPF.
           START ASSINANTE-FILE
               KEY IS NOT LESS THAN ASS-CHAVE
               INVALID KEY
                   SET FIM-ASS TO TRUE
           END-START.
           PERFORM 3320-GRAVAR-ASSINANTE
               THRU 3320-GRAVAR-ASSINANTE-EXIT
               UNTIL FIM-ASS.
       3300-GRAVAR-CONTA-EXIT.
           EXIT.

       3310-GRAVAR-TITULAR.
           IF WRK-TIT-CONTA (WRK-IDX-CHAVE) NOT = WRK-CONTA-BUSCA
               GO TO 3310-GRAVAR-TITULAR-EXIT
           END-IF.

           MOVE WRK-CONTA-BUSCA TO WRK-SVN-CONTA.
           MOVE WRK-TIT-CPF (WRK-IDX-CHAVE) TO WRK-CPF-BUSCA.
           PERFORM 8100-DADOS-DO-CPF THRU 8100-DADOS-DO-CPF-EXIT.
           IF WRK-TIT-TIPO (WRK-IDX-CHAVE) = "P"
               MOVE "T" TO WRK-SVN-VINCULO
           ELSE
               MOVE "C" TO WRK-SVN-VINCULO
           END-IF.
           MOVE ZEROS TO WRK-SVN-INICIO WRK-SVN-VALIDADE
                         WRK-SVN-PODER.
           PERFORM 8000-GRAVAR-VINCULO THRU 8000-GRAVAR-VINCULO-EXIT.
       3310-GRAVAR-TITULAR-EXIT.
           EXIT.

       3320-GRAVAR-ASSINANTE.
           READ ASSINANTE-FILE NEXT RECORD
               AT END
                   SET FIM-ASS TO TRUE
                   GO TO 3320-GRAVAR-ASSINANTE-EXIT
           END-READ.

           IF ASS_CONTA NOT = WRK-CONTA-BUSCA
               SET FIM-ASS TO TRUE
               GO TO 3320-GRAVAR-ASSINANTE-EXIT
           END-IF.

           MOVE ASS_CONTA    TO WRK-SVN-CONTA.
           MOVE ASS_CPF      TO WRK-SVN-CPF.
           MOVE SPACES       TO WRK-SVN-CNPJ.
           MOVE ASS_NOME     TO WRK-SVN-NOME.
           MOVE "A"          TO WRK-SVN-VINCULO.
           MOVE ASS_SITUACAO TO WRK-SVN-SITUACAO.
           MOVE ZEROS        TO WRK-SVN-INICIO.
           MOVE ASS_VALIDADE TO WRK-SVN-VALIDADE.
           MOVE ASS_PODER    TO WRK-SVN-PODER.
           PERFORM 8000-GRAVAR-VINCULO THRU 8000-GRAVAR-VINCULO-EXIT.
       3320-GRAVAR-ASSINANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTAS DE TERCEIROS EM QUE O INVESTIGADO ASSINA (ASSMST E   *
      *>   CHAVEADO POR CONTA: VARREDURA COMPLETA). AS CONTAS DELE     *
      *>   MESMO JA SAIRAM EM 3300                                     *
      *----------------------------------------------------------------*
       3400-ASSINATURAS-DO-ALVO.
      *----------------------------------------------------------------*
           IF SEM-ASS
               GO TO 3400-ASSINATURAS-DO-ALVO-EXIT
           END-IF.

           MOVE "N"        TO WRK-FIM-ASS.
           MOVE LOW-VALUES TO ASS-CHAVE.
           START ASSINANTE-FILE
               KEY IS NOT LESS THAN ASS-CHAVE
               INVALID KEY
                   SET FIM-ASS TO TRUE
           END-START.
           PERFORM 3410-EXAMINAR-ASSINANTE
               THRU 3410-EXAMINAR-ASSINANTE-EXIT
               UNTIL FIM-ASS.
       3400-ASSINATURAS-DO-ALVO-EXIT.
           EXIT.

       3410-EXAMINAR-ASSINANTE.
           READ ASSINANTE-FILE NEXT RECORD
               AT END
                   SET FIM-ASS TO TRUE
                   GO TO 3410-EXAMINAR-ASSINANTE-EXIT
           END-READ.

           IF ASS_CPF NOT = WRK-ALVO-CPF
               GO TO 3410-EXAMINAR-ASSINANTE-EXIT
           END-IF.

           MOVE ASS_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8200-PROCURAR-CONTA THRU 8200-PROCURAR-CONTA-EXIT.
           IF CONTA-DO-ALVO
               GO TO 3410-EXAMINAR-ASSINANTE-EXIT
           END-IF.

           MOVE ASS_CONTA     TO WRK-SVN-CONTA.
           MOVE WRK-ALVO-CPF  TO WRK-SVN-CPF.
           MOVE WRK-ALVO-CNPJ TO WRK-SVN-CNPJ.
           MOVE ASS_NOME      TO WRK-SVN-NOME.
           MOVE "A"           TO WRK-SVN-VINCULO.
           MOVE ASS_SITUACAO  TO WRK-SVN-SITUACAO.
           MOVE ZEROS         TO WRK-SVN-INICIO.
           MOVE ASS_VALIDADE  TO WRK-SVN-VALIDADE.
           MOVE ASS_PODER     TO WRK-SVN-PODER.
           PERFORM 8000-GRAVAR-VINCULO THRU 8000-GRAVAR-VINCULO-EXIT.
       3410-EXAMINAR-ASSINANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REPRESENTACAO LEGAL (REPLEGAL): QUEM RESPONDE PELO          *
      *>   INVESTIGADO (R) E QUEM O INVESTIGADO REPRESENTA (M)         *
      *----------------------------------------------------------------*
       3500-REPRESENTACOES.
      *----------------------------------------------------------------*
           IF SEM-RPL
               GO TO 3500-REPRESENTACOES-EXIT
           END-IF.

           MOVE "N"          TO WRK-FIM-RPL.
           MOVE WRK-ALVO-CPF TO RPL_CPF_MENOR.
           MOVE LOW-VALUES   TO RPL_CPF_RESPONSAVEL.
           START REPLEGAL-FILE
               KEY IS NOT LESS THAN RPL-CHAVE
               INVALID KEY
                   SET FIM-RPL TO TRUE
           END-START.
           PERFORM 3510-LER-RESPONSAVEL THRU 3510-LER-RESPONSAVEL-EXIT
               UNTIL FIM-RPL.

           MOVE "N"          TO WRK-FIM-RPL.
           MOVE WRK-ALVO-CPF TO RPL_CPF_RESPONSAVEL.
           START REPLEGAL-FILE
               KEY IS EQUAL TO RPL_CPF_RESPONSAVEL
               INVALID KEY
                   SET FIM-RPL TO TRUE
           END-START.
           PERFORM 3520-LER-REPRESENTADO
               THRU 3520-LER-REPRESENTADO-EXIT
               UNTIL FIM-RPL.
       3500-REPRESENTACOES-EXIT.
           EXIT.

       3510-LER-RESPONSAVEL.
           READ REPLEGAL-FILE NEXT RECORD
               AT END
                   SET FIM-RPL TO TRUE
                   GO TO 3510-LER-RESPONSAVEL-EXIT
           END-READ.

           IF RPL_CPF_MENOR NOT = WRK-ALVO-CPF
               SET FIM-RPL TO TRUE
               GO TO 3510-LER-RESPONSAVEL-EXIT
           END-IF.

           MOVE RPL_CPF_RESPONSAVEL TO WRK-CPF-BUSCA.
           MOVE "R" TO WRK-SVN-VINCULO.
           PERFORM 3530-GRAVAR-REPRESENTACAO
               THRU 3530-GRAVAR-REPRESENTACAO-EXIT.
       3510-LER-RESPONSAVEL-EXIT.
           EXIT.

       3520-LER-REPRESENTADO.
           READ REPLEGAL-FILE NEXT RECORD
               AT END
                   SET FIM-RPL TO TRUE
                   GO TO 3520-LER-REPRESENTADO-EXIT
           END-READ.

           IF RPL_CPF_RESPONSAVEL NOT = WRK-ALVO-CPF
               SET FIM-RPL TO TRUE
               GO TO 3520-LER-REPRESENTADO-EXIT
           END-IF.

           MOVE RPL_CPF_MENOR TO WRK-CPF-BUSCA.
           MOVE "M" TO WRK-SVN-VINCULO.
           PERFORM 3530-GRAVAR-REPRESENTACAO
               THRU 3530-GRAVAR-REPRESENTACAO-EXIT.
       3520-LER-REPRESENTADO-EXIT.
           EXIT.

       3530-GRAVAR-REPRESENTACAO.
           MOVE ZEROS TO WRK-SVN-CONTA WRK-SVN-PODER.
           PERFORM 8100-DADOS-DO-CPF THRU 8100-DADOS-DO-CPF-EXIT.
           MOVE RPL_SITUACAO    TO WRK-SVN-SITUACAO.
           MOVE RPL_DATA_INICIO TO WRK-SVN-INICIO.
           MOVE RPL_DATA_FIM    TO WRK-SVN-VALIDADE.
           PERFORM 8000-GRAVAR-VINCULO THRU 8000-GRAVAR-VINCULO-EXIT.
       3530-GRAVAR-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTRAPARTIDAS DO INVESTIGADO EM MEMORIA, PARA CASAR COM OS *
      *>   MOVIMENTOS POR CONTA, DATA E VALOR                          *
      *----------------------------------------------------------------*
       4000-CARREGAR-CONTRAPARTES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-MAX-CHAVES WRK-MAX-TEDS
                         WRK-MAX-SACADOS WRK-MAX-DEPOSITOS.
           INITIALIZE WRK-TABELA-TEDS WRK-TABELA-SACADOS
                      WRK-TABELA-DEPOSITOS.

           IF NOT SEM-CHAVE
               MOVE "N"        TO WRK-FIM-CHAVE
               MOVE LOW-VALUES TO PIXK_CHAVE
               START CHAVE-FILE
                   KEY IS NOT LESS THAN PIXK_CHAVE
                   INVALID KEY
                       SET FIM-CHAVE TO TRUE
               END-START
               PERFORM 4100-LER-CHAVE THRU 4100-LER-CHAVE-EXIT
                   UNTIL FIM-CHAVE
           END-IF.

           IF NOT SEM-TED
               MOVE "N"   TO WRK-FIM-TED
               MOVE ZEROS TO TED_NUMERO
               START TED-FILE
                   KEY IS NOT LESS THAN TED_NUMERO
                   INVALID KEY
                       SET FIM-TED TO TRUE
               END-START
               PERFORM 4200-LER-TED THRU 4200-LER-TED-EXIT
                   UNTIL FIM-TED
           END-IF.

           IF NOT SEM-SAC
               PERFORM 4300-CHEQUES-PAGOS THRU 4300-CHEQUES-PAGOS-EXIT
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-MAX-CONTAS
           END-IF.

           MOVE "N" TO WRK-FIM-CHQ.
           OPEN INPUT PENDENTE-FILE.
           IF WRK-STATUS-CHQ NOT = "00"
               GO TO 4000-CARREGAR-CONTRAPARTES-EXIT
           END-IF.
           PERFORM 4400-LER-DEPOSITO THRU 4400-LER-DEPOSITO-EXIT
               UNTIL FIM-CHQ.
           CLOSE PENDENTE-FILE.
       4000-CARREGAR-CONTRAPARTES-EXIT.
           EXIT.

       4100-LER-CHAVE.
           READ CHAVE-FILE NEXT RECORD
               AT END
                   SET FIM-CHAVE TO TRUE
                   GO TO 4100-LER-CHAVE-EXIT
           END-READ.

           IF PIXK_CPF NOT = WRK-ALVO-CPF
               GO TO 4100-LER-CHAVE-EXIT
           END-IF.

           IF WRK-MAX-CHAVES NOT < 10
               SET TABELA-ESTOUROU TO TRUE
               GO TO 4100-LER-CHAVE-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-CHAVES.
           MOVE PIXK_CHAVE TO WRK-PX-CHAVE (WRK-MAX-CHAVES).
           MOVE PIXK_TIPO  TO WRK-PX-TIPO (WRK-MAX-CHAVES).
           MOVE PIXK_CONTA TO WRK-PX-CONTA (WRK-MAX-CHAVES).
       4100-LER-CHAVE-EXIT.
           EXIT.

       4200-LER-TED.
           READ TED-FILE NEXT RECORD
               AT END
                   SET FIM-TED TO TRUE
                   GO TO 4200-LER-TED-EXIT
           END-READ.

           IF TED_CPF NOT = WRK-ALVO-CPF
               GO TO 4200-LER-TED-EXIT
           END-IF.

           IF (TED_DATA < WRK-ALVO-INI OR TED_DATA > WRK-ALVO-FIM)
               AND (NOT TED-DEVOLVIDA
                    OR TED_DATA_DEV < WRK-ALVO-INI
                    OR TED_DATA_DEV > WRK-ALVO-FIM)
               GO TO 4200-LER-TED-EXIT
           END-IF.

           IF WRK-MAX-TEDS NOT < 500
               SET TABELA-ESTOUROU TO TRUE
               GO TO 4200-LER-TED-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-TEDS.
           MOVE TED_CONTA      TO WRK-TD-CONTA (WRK-MAX-TEDS).
           MOVE TED_DATA       TO WRK-TD-DATA (WRK-MAX-TEDS).
           MOVE TED_DATA_DEV   TO WRK-TD-DATA-DEV (WRK-MAX-TEDS).
           MOVE TED_VALOR      TO WRK-TD-VALOR (WRK-MAX-TEDS).
           MOVE TED_SITUACAO   TO WRK-TD-SITUACAO (WRK-MAX-TEDS).
           MOVE TED_ISPB       TO WRK-TD-ISPB (WRK-MAX-TEDS).
           MOVE TED_AGENCIA    TO WRK-TD-AGENCIA (WRK-MAX-TEDS).
           MOVE TED_CONTA_DEST TO WRK-TD-CONTA-DEST (WRK-MAX-TEDS).
           MOVE TED_DOC_DEST   TO WRK-TD-DOC-DEST (WRK-MAX-TEDS).
           MOVE "N"            TO WRK-TD-USADO (WRK-MAX-TEDS).
       4200-LER-TED-EXIT.
           EXIT.

       4300-CHEQUES-PAGOS.
           MOVE "N"                    TO WRK-FIM-SAC.
           MOVE WRK-CT-CONTA (WRK-IDX) TO SAC_CONTA.
           MOVE ZEROS                  TO SAC_NUMERO.
           START SACADO-FILE
               KEY IS NOT LESS THAN SAC-CHAVE
               INVALID KEY
                   SET FIM-SAC TO TRUE
           END-START.
           PERFORM 4310-LER-SACADO THRU 4310-LER-SACADO-EXIT
               UNTIL FIM-SAC.
       4300-CHEQUES-PAGOS-EXIT.
           EXIT.

       4310-LER-SACADO.
           READ SACADO-FILE NEXT RECORD
               AT END
                   SET FIM-SAC TO TRUE
                   GO TO 4310-LER-SACADO-EXIT
           END-READ.

           IF SAC_CONTA NOT = WRK-CT-CONTA (WRK-IDX)
               SET FIM-SAC TO TRUE
               GO TO 4310-LER-SACADO-EXIT
           END-IF.

           IF NOT SAC-PAGO
               OR SAC_DATA_ULTIMA < WRK-ALVO-INI
               OR SAC_DATA_ULTIMA > WRK-ALVO-FIM
               GO TO 4310-LER-SACADO-EXIT
           END-IF.

           IF WRK-MAX-SACADOS NOT < 500
               SET TABELA-ESTOUROU TO TRUE
               GO TO 4310-LER-SACADO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-SACADOS.
           MOVE SAC_CONTA       TO WRK-SC-CONTA (WRK-MAX-SACADOS).
           MOVE SAC_NUMERO      TO WRK-SC-NUMERO (WRK-MAX-SACADOS).
           MOVE SAC_VALOR       TO WRK-SC-VALOR (WRK-MAX-SACADOS).
           MOVE SAC_DATA_ULTIMA TO WRK-SC-DATA (WRK-MAX-SACADOS).
           MOVE SAC_BANCO_APRES TO WRK-SC-BANCO (WRK-MAX-SACADOS).
           MOVE "N"             TO WRK-SC-USADO (WRK-MAX-SACADOS).
       4310-LER-SACADO-EXIT.
           EXIT.

       4400-LER-DEPOSITO.
           READ PENDENTE-FILE.
           IF WRK-STATUS-CHQ NOT = "00"
               SET FIM-CHQ TO TRUE
               GO TO 4400-LER-DEPOSITO-EXIT
           END-IF.

           IF CHQ-PENDENTE
               OR CHQ_DATA_COMPENSA > WRK-ALVO-FIM
               GO TO 4400-LER-DEPOSITO-EXIT
           END-IF.

           MOVE CHQ_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8200-PROCURAR-CONTA THRU 8200-PROCURAR-CONTA-EXIT.
           IF NOT CONTA-DO-ALVO
               GO TO 4400-LER-DEPOSITO-EXIT
           END-IF.

           IF WRK-MAX-DEPOSITOS NOT < 500
               SET TABELA-ESTOUROU TO TRUE
               GO TO 4400-LER-DEPOSITO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-DEPOSITOS.
           MOVE CHQ_CONTA         TO WRK-DP-CONTA (WRK-MAX-DEPOSITOS).
           MOVE CHQ_NUMERO        TO WRK-DP-NUMERO (WRK-MAX-DEPOSITOS).
           MOVE CHQ_VALOR         TO WRK-DP-VALOR (WRK-MAX-DEPOSITOS).
           MOVE CHQ_DATA_COMPENSA TO WRK-DP-DATA (WRK-MAX-DEPOSITOS).
           MOVE CHQ_SITUACAO
               TO WRK-DP-SITUACAO (WRK-MAX-DEPOSITOS).
           MOVE CHQ_SACADO_BANCO  TO WRK-DP-BANCO (WRK-MAX-DEPOSITOS).
           MOVE CHQ_SACADO_CONTA
               TO WRK-DP-CONTA-SAC (WRK-MAX-DEPOSITOS).
           MOVE "N"               TO WRK-DP-USADO (WRK-MAX-DEPOSITOS).
       4400-LER-DEPOSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   HISTORICO CLITRANS DO CPF, COM O CARIMBO DE ORIGEM          *
      *----------------------------------------------------------------*
       5000-MOVIMENTOS-CLITRANS.
      *----------------------------------------------------------------*
           IF SEM-CLIT
               GO TO 5000-MOVIMENTOS-CLITRANS-EXIT
           END-IF.

           MOVE "N"          TO WRK-FIM-CLIT.
           MOVE WRK-ALVO-CPF TO CLITRANS_CPF.
           MOVE ZEROS        TO CLITRANS_SEQ.
           START CLIENTE-TRANS-FILE
               KEY IS NOT LESS THAN CLITRANS-CHAVE
               INVALID KEY
                   SET FIM-CLIT TO TRUE
           END-START.
           PERFORM 5100-LER-CLITRANS THRU 5100-LER-CLITRANS-EXIT
               UNTIL FIM-CLIT.
       5000-MOVIMENTOS-CLITRANS-EXIT.
           EXIT.

       5100-LER-CLITRANS.
           READ CLIENTE-TRANS-FILE NEXT RECORD
               AT END
                   SET FIM-CLIT TO TRUE
                   GO TO 5100-LER-CLITRANS-EXIT
           END-READ.

           IF CLITRANS_CPF NOT = WRK-ALVO-CPF
               SET FIM-CLIT TO TRUE
               GO TO 5100-LER-CLITRANS-EXIT
           END-IF.

           IF CLITRANS_DATA < WRK-DATA-MAIS-ANTIGA
               MOVE CLITRANS_DATA TO WRK-DATA-MAIS-ANTIGA
           END-IF.

           IF CLITRANS_DATA < WRK-ALVO-INI
               OR CLITRANS_DATA > WRK-ALVO-FIM
               GO TO 5100-LER-CLITRANS-EXIT
           END-IF.

           MOVE CLITRANS_DATA     TO WRK-MOV-DATA.
           MOVE CLITRANS_HORA_ENT TO WRK-MOV-HORA.
           MOVE CLITRANS_TIPO     TO WRK-MOV-TIPO.
           MOVE CLITRANS_VALOR    TO WRK-MOV-VALOR.
           MOVE CLITRANS_CODIGO   TO WRK-MOV-CODIGO.
           MOVE "O"               TO WRK-MOV-FONTE.
           MOVE CLITRANS_FILIAL   TO WRK-MOV-FILIAL.
           MOVE CLITRANS_CANAL    TO WRK-MOV-CANAL.
           MOVE CLITRANS_OPERADOR TO WRK-MOV-OPERADOR.
           PERFORM 7000-GRAVAR-MOVIMENTO
               THRU 7000-GRAVAR-MOVIMENTO-EXIT.
       5100-LER-CLITRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ARQUIVO MORTO (CLITRANS-ARQUIVA.COB): SEM CARIMBO DE ORIGEM *
      *----------------------------------------------------------------*
       5200-MOVIMENTOS-ARQUIVO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-ARC.
           OPEN INPUT ARQUIVO-MORTO-FILE.
           IF WRK-STATUS-ARC NOT = "00"
               GO TO 5200-MOVIMENTOS-ARQUIVO-EXIT
           END-IF.

           PERFORM 5210-LER-ARQUIVO THRU 5210-LER-ARQUIVO-EXIT
               UNTIL FIM-ARC.

           CLOSE ARQUIVO-MORTO-FILE.
       5200-MOVIMENTOS-ARQUIVO-EXIT.
           EXIT.

       5210-LER-ARQUIVO.
           READ ARQUIVO-MORTO-FILE.
           IF WRK-STATUS-ARC NOT = "00"
               SET FIM-ARC TO TRUE
               GO TO 5210-LER-ARQUIVO-EXIT
           END-IF.

           IF ARC_CPF NOT = WRK-ALVO-CPF
               GO TO 5210-LER-ARQUIVO-EXIT
           END-IF.

           IF ARC_DATA < WRK-DATA-MAIS-ANTIGA
               MOVE ARC_DATA TO WRK-DATA-MAIS-ANTIGA
           END-IF.

           IF ARC_DATA < WRK-ALVO-INI
               OR ARC_DATA > WRK-ALVO-FIM
               GO TO 5210-LER-ARQUIVO-EXIT
           END-IF.

           MOVE ARC_DATA   TO WRK-MOV-DATA.
           MOVE ZEROS      TO WRK-MOV-HORA WRK-MOV-FILIAL.
           MOVE ARC_TIPO   TO WRK-MOV-TIPO.
           MOVE ARC_VALOR  TO WRK-MOV-VALOR.
           MOVE ARC_CODIGO TO WRK-MOV-CODIGO.
           MOVE "A"        TO WRK-MOV-FONTE.
           MOVE SPACES     TO WRK-MOV-CANAL WRK-MOV-OPERADOR.
           PERFORM 7000-GRAVAR-MOVIMENTO
               THRU 7000-GRAVAR-MOVIMENTO-EXIT.
       5210-LER-ARQUIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ACERVO DE DELTAS (ANO-VIRADA.COB) DAS CONTAS DO             *
      *>   INVESTIGADO, SO ANTES DO MOVIMENTO MAIS ANTIGO DE CLITRANS/ *
      *>   CLITRANARC - O DELTA NAO TEM CODIGO NEM CARIMBO             *
      *----------------------------------------------------------------*
       5400-MOVIMENTOS-ACERVO.
      *----------------------------------------------------------------*
           IF WRK-MAX-CONTAS = ZEROS
               OR WRK-ALVO-INI NOT < WRK-DATA-MAIS-ANTIGA
               GO TO 5400-MOVIMENTOS-ACERVO-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ACERVO.
           OPEN INPUT ACERVO-FILE.
           IF WRK-STATUS-ACERVO NOT = "00"
               GO TO 5400-MOVIMENTOS-ACERVO-EXIT
           END-IF.

           PERFORM 5410-LER-ACERVO THRU 5410-LER-ACERVO-EXIT
               UNTIL FIM-ACERVO.

           CLOSE ACERVO-FILE.
       5400-MOVIMENTOS-ACERVO-EXIT.
           EXIT.

       5410-LER-ACERVO.
           READ ACERVO-FILE.
           IF WRK-STATUS-ACERVO NOT = "00"
               SET FIM-ACERVO TO TRUE
               GO TO 5410-LER-ACERVO-EXIT
           END-IF.

           IF ARQH_DATA < WRK-ALVO-INI
               OR ARQH_DATA > WRK-ALVO-FIM
               OR ARQH_DATA NOT < WRK-DATA-MAIS-ANTIGA
               OR ARQH_DELTA = ZEROS
               GO TO 5410-LER-ACERVO-EXIT
           END-IF.

           MOVE ARQH_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8200-PROCURAR-CONTA THRU 8200-PROCURAR-CONTA-EXIT.
           IF NOT CONTA-DO-ALVO
               GO TO 5410-LER-ACERVO-EXIT
           END-IF.

           MOVE ARQH_DATA  TO WRK-MOV-DATA.
           MOVE ZEROS      TO WRK-MOV-HORA WRK-MOV-FILIAL.
           IF ARQH_DELTA < ZEROS
               MOVE "D" TO WRK-MOV-TIPO
               COMPUTE WRK-MOV-VALOR = ZEROS - ARQH_DELTA
           ELSE
               MOVE "C" TO WRK-MOV-TIPO
               MOVE ARQH_DELTA TO WRK-MOV-VALOR
           END-IF.
           MOVE SPACES     TO WRK-MOV-CODIGO WRK-MOV-CANAL
                              WRK-MOV-OPERADOR.
           MOVE "H"        TO WRK-MOV-FONTE.
           PERFORM 7000-GRAVAR-MOVIMENTO
               THRU 7000-GRAVAR-MOVIMENTO-EXIT.
       5410-LER-ACERVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TRAILERS DA ORDEM, LINHA DO LOG E RESUMO NA CONSOLE         *
      *----------------------------------------------------------------*
       6000-FECHAR-ORDEM.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ORDEM-ABERTA.

           IF ORDEM-EMITIDA
               MOVE WRK-ORDEM-NUMERO TO WRK-STL-ORDEM
               MOVE WRK-AQ-QTDE-ORDEM (1) TO WRK-STL-QTDE
               MOVE WRK-AQ-HASH-ORDEM (1) TO WRK-STL-HASH
               WRITE CONTAS-LINHA   FROM WRK-SMB-TRAILER
               MOVE WRK-AQ-QTDE-ORDEM (2) TO WRK-STL-QTDE
               MOVE WRK-AQ-HASH-ORDEM (2) TO WRK-STL-HASH
               WRITE VINCULOS-LINHA FROM WRK-SMB-TRAILER
               MOVE WRK-AQ-QTDE-ORDEM (3) TO WRK-STL-QTDE
               MOVE WRK-AQ-HASH-ORDEM (3) TO WRK-STL-HASH
               WRITE EXTRATO-LINHA  FROM WRK-SMB-TRAILER
               MOVE WRK-AQ-QTDE-ORDEM (4) TO WRK-STL-QTDE
               MOVE WRK-AQ-HASH-ORDEM (4) TO WRK-STL-HASH
               WRITE ORIGEM-LINHA   FROM WRK-SMB-TRAILER
               PERFORM 6100-SOMAR-HASH-ORDEM
                   THRU 6100-SOMAR-HASH-ORDEM-EXIT
                   VARYING WRK-ARQ-NUM FROM 1 BY 1
                   UNTIL WRK-ARQ-NUM > 4
           END-IF.

           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-DATA-HOJE         TO SGL_DATA.
           MOVE WRK-HORA-SISTEMA      TO SGL_HORA.
           MOVE WRK-ORDEM-NUMERO      TO SGL_ORDEM.
           MOVE WRK-ORDEM-VARA        TO SGL_VARA.
           MOVE WRK-ORDEM-OPERADOR    TO SGL_OPERADOR.
           MOVE WRK-ORDEM-SITUACAO    TO SGL_SITUACAO.
           MOVE WRK-ORDEM-ALVOS       TO SGL_QTDE_ALVOS.
           MOVE WRK-AQ-QTDE-ORDEM (1) TO SGL_QTDE_CONTAS.
           MOVE WRK-AQ-QTDE-ORDEM (2) TO SGL_QTDE_VINCULOS.
           MOVE WRK-AQ-QTDE-ORDEM (3) TO SGL_QTDE_MOVTOS.
           MOVE WRK-AQ-QTDE-ORDEM (4) TO SGL_QTDE_ORIGEM.
           MOVE WRK-ORDEM-CREDITO     TO SGL_TOTAL_CREDITO.
           MOVE WRK-ORDEM-DEBITO      TO SGL_TOTAL_DEBITO.
           MOVE WRK-ORDEM-HASH        TO SGL_HASH.
           WRITE LOG-REG.

           DISPLAY "ORDEM " WRK-ORDEM-NUMERO " SITUACAO "
               WRK-ORDEM-SITUACAO " MOVIMENTOS "
               WRK-AQ-QTDE-ORDEM (3) " HASH " WRK-ORDEM-HASH.
       6000-FECHAR-ORDEM-EXIT.
           EXIT.

       6100-SOMAR-HASH-ORDEM.
           ADD WRK-AQ-HASH-ORDEM (WRK-ARQ-NUM) TO WRK-ORDEM-HASH
               ON SIZE ERROR
                   SUBTRACT 1000000000000.00 FROM WRK-ORDEM-HASH
                   ADD WRK-AQ-HASH-ORDEM (WRK-ARQ-NUM)
                       TO WRK-ORDEM-HASH
           END-ADD.
       6100-SOMAR-HASH-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRAVA O MOVIMENTO EM SIMBAEXT E, QUANDO HA CONTRAPARTIDA,   *
      *>   AS LINHAS DE ORIGEM/DESTINO EM SIMBAODE                     *
      *----------------------------------------------------------------*
       7000-GRAVAR-MOVIMENTO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-ORDEM-SEQ-MOVTO.
           MOVE WRK-CONTA-REFERENCIA TO WRK-MOV-CONTA.
           SET MOV-SEM-CONTRAPARTE TO TRUE.

           EVALUATE WRK-MOV-CODIGO
               WHEN "TEDE"
               WHEN "TEDV"
                   PERFORM 7100-PROCURAR-TED
                       THRU 7100-PROCURAR-TED-EXIT
               WHEN "CHPG"
                   PERFORM 7200-PROCURAR-CHEQUE-PAGO
                       THRU 7200-PROCURAR-CHEQUE-PAGO-EXIT
               WHEN "CHDP"
               WHEN "CHDV"
                   PERFORM 7300-PROCURAR-DEPOSITO
                       THRU 7300-PROCURAR-DEPOSITO-EXIT
               WHEN "PIXC"
               WHEN "PIXD"
                   IF WRK-MAX-CHAVES > ZEROS
                       SET MOV-PIX TO TRUE
                   END-IF
           END-EVALUATE.

           IF WRK-MOV-TIPO = "C"
               ADD WRK-MOV-VALOR TO WRK-ORDEM-CREDITO
           ELSE
               ADD WRK-MOV-VALOR TO WRK-ORDEM-DEBITO
           END-IF.

           MOVE WRK-ORDEM-NUMERO    TO WRK-SMV-ORDEM.
           MOVE WRK-ALVO-DOCUMENTO  TO WRK-SMV-DOCUMENTO.
           MOVE WRK-ORDEM-SEQ-MOVTO TO WRK-SMV-SEQ.
           MOVE WRK-MOV-CONTA       TO WRK-SMV-CONTA.
           MOVE WRK-MOV-DATA        TO WRK-SMV-DATA.
           MOVE WRK-MOV-HORA        TO WRK-SMV-HORA.
           MOVE WRK-MOV-TIPO        TO WRK-SMV-TIPO.
           MOVE WRK-MOV-VALOR       TO WRK-SMV-VALOR.
           MOVE WRK-MOV-CODIGO      TO WRK-SMV-CODIGO.
           MOVE WRK-MOV-FONTE       TO WRK-SMV-FONTE.
           MOVE WRK-MOV-FILIAL      TO WRK-SMV-FILIAL.
           MOVE WRK-MOV-CANAL       TO WRK-SMV-CANAL.
           MOVE WRK-MOV-OPERADOR    TO WRK-SMV-OPERADOR.
           IF MOV-SEM-CONTRAPARTE
               MOVE "N" TO WRK-SMV-CONTRAPARTE
           ELSE
               MOVE "S" TO WRK-SMV-CONTRAPARTE
           END-IF.
           MOVE WRK-SMB-MOVTO TO WRK-LINHA-SIMBA.
           MOVE 3             TO WRK-ARQ-NUM.
           MOVE WRK-MOV-VALOR TO WRK-HASH-PARCELA.
           PERFORM 8400-GRAVAR-SIMBA THRU 8400-GRAVAR-SIMBA-EXIT.

           IF MOV-SEM-CONTRAPARTE
               GO TO 7000-GRAVAR-MOVIMENTO-EXIT
           END-IF.

           MOVE WRK-ORDEM-NUMERO    TO WRK-SOD-ORDEM.
           MOVE WRK-ORDEM-SEQ-MOVTO TO WRK-SOD-SEQ.
           MOVE WRK-MOV-CONTA       TO WRK-SOD-CONTA.
           MOVE WRK-MOV-VALOR       TO WRK-SOD-VALOR.
           MOVE SPACES TO WRK-SOD-DOCUMENTO WRK-SOD-BANCO
                          WRK-SOD-CONTA-CP WRK-SOD-CHAVE-PIX.
           MOVE ZEROS  TO WRK-SOD-AGENCIA WRK-SOD-CHEQUE.

           EVALUATE TRUE
               WHEN MOV-TED
                   MOVE "TED" TO WRK-SOD-TIPO
                   MOVE WRK-TD-DOC-DEST (WRK-TD-IDX)
                       TO WRK-SOD-DOCUMENTO
                   MOVE WRK-TD-ISPB (WRK-TD-IDX) TO WRK-SOD-BANCO
                   MOVE WRK-TD-AGENCIA (WRK-TD-IDX)
                       TO WRK-SOD-AGENCIA
                   MOVE WRK-TD-CONTA-DEST (WRK-TD-IDX)
                       TO WRK-SOD-CONTA-CP
                   PERFORM 7500-GRAVAR-ORIGEM
                       THRU 7500-GRAVAR-ORIGEM-EXIT
               WHEN MOV-CHEQUE-PAGO
                   MOVE "CHQ" TO WRK-SOD-TIPO
                   MOVE WRK-SC-BANCO (WRK-SC-IDX) TO WRK-SOD-BANCO
                   MOVE WRK-SC-NUMERO (WRK-SC-IDX) TO WRK-SOD-CHEQUE
                   PERFORM 7500-GRAVAR-ORIGEM
                       THRU 7500-GRAVAR-ORIGEM-EXIT
               WHEN MOV-CHEQUE-DEPOSITO
                   MOVE "CHQ" TO WRK-SOD-TIPO
                   MOVE WRK-DP-BANCO (WRK-DP-IDX) TO WRK-SOD-BANCO
                   MOVE WRK-DP-CONTA-SAC (WRK-DP-IDX)
                       TO WRK-SOD-CONTA-CP
                   MOVE WRK-DP-NUMERO (WRK-DP-IDX) TO WRK-SOD-CHEQUE
                   PERFORM 7500-GRAVAR-ORIGEM
                       THRU 7500-GRAVAR-ORIGEM-EXIT
               WHEN MOV-PIX
                   MOVE "PIX" TO WRK-SOD-TIPO
                   PERFORM 7400-GRAVAR-CHAVE-PIX
                       THRU 7400-GRAVAR-CHAVE-PIX-EXIT
                       VARYING WRK-IDX-CHAVE FROM 1 BY 1
                       UNTIL WRK-IDX-CHAVE > WRK-MAX-CHAVES
           END-EVALUATE.
       7000-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TEDE CASA COM A TED ENVIADA NA DATA; TEDV COM A DEVOLVIDA   *
      *>   NA DATA DA DEVOLUCAO                                        *
      *----------------------------------------------------------------*
       7100-PROCURAR-TED.
      *----------------------------------------------------------------*
           IF WRK-MAX-TEDS = ZEROS
               GO TO 7100-PROCURAR-TED-EXIT
           END-IF.

           SET WRK-TD-IDX TO 1.
           IF WRK-MOV-CODIGO = "TEDE"
               SEARCH WRK-TD-ITEM
                   VARYING WRK-TD-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-TD-USADO (WRK-TD-IDX) = "N"
                       AND WRK-TD-DATA (WRK-TD-IDX) = WRK-MOV-DATA
                       AND WRK-TD-VALOR (WRK-TD-IDX) = WRK-MOV-VALOR
                       SET MOV-TED TO TRUE
               END-SEARCH
           ELSE
               SEARCH WRK-TD-ITEM
                   VARYING WRK-TD-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-TD-USADO (WRK-TD-IDX) = "N"
                       AND WRK-TD-SITUACAO (WRK-TD-IDX) = "D"
                       AND WRK-TD-DATA-DEV (WRK-TD-IDX) = WRK-MOV-DATA
                       AND WRK-TD-VALOR (WRK-TD-IDX) = WRK-MOV-VALOR
                       SET MOV-TED TO TRUE
               END-SEARCH
           END-IF.

           IF MOV-TED
               MOVE "S" TO WRK-TD-USADO (WRK-TD-IDX)
               MOVE WRK-TD-CONTA (WRK-TD-IDX) TO WRK-MOV-CONTA
           END-IF.
       7100-PROCURAR-TED-EXIT.
           EXIT.

       7200-PROCURAR-CHEQUE-PAGO.
           IF WRK-MAX-SACADOS = ZEROS
               GO TO 7200-PROCURAR-CHEQUE-PAGO-EXIT
           END-IF.

           SET WRK-SC-IDX TO 1.
           SEARCH WRK-SC-ITEM
               VARYING WRK-SC-IDX
               AT END
                   CONTINUE
               WHEN WRK-SC-USADO (WRK-SC-IDX) = "N"
                   AND WRK-SC-DATA (WRK-SC-IDX) = WRK-MOV-DATA
                   AND WRK-SC-VALOR (WRK-SC-IDX) = WRK-MOV-VALOR
                   SET MOV-CHEQUE-PAGO TO TRUE
           END-SEARCH.

           IF MOV-CHEQUE-PAGO
               MOVE "S" TO WRK-SC-USADO (WRK-SC-IDX)
               MOVE WRK-SC-CONTA (WRK-SC-IDX) TO WRK-MOV-CONTA
           END-IF.
       7200-PROCURAR-CHEQUE-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHDP CASA PELA DATA DE COMPENSACAO; CHDV (ESTORNO DE CHEQUE *
      *>   QUE VOLTOU) COM O DEVOLVIDO DE MESMO VALOR JA COMPENSADO    *
      *----------------------------------------------------------------*
       7300-PROCURAR-DEPOSITO.
      *----------------------------------------------------------------*
           IF WRK-MAX-DEPOSITOS = ZEROS
               GO TO 7300-PROCURAR-DEPOSITO-EXIT
           END-IF.

           SET WRK-DP-IDX TO 1.
           IF WRK-MOV-CODIGO = "CHDP"
               SEARCH WRK-DP-ITEM
                   VARYING WRK-DP-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-DP-USADO (WRK-DP-IDX) = "N"
                       AND WRK-DP-DATA (WRK-DP-IDX) = WRK-MOV-DATA
                       AND WRK-DP-VALOR (WRK-DP-IDX) = WRK-MOV-VALOR
                       SET MOV-CHEQUE-DEPOSITO TO TRUE
               END-SEARCH
           ELSE
               SEARCH WRK-DP-ITEM
                   VARYING WRK-DP-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-DP-USADO (WRK-DP-IDX) = "N"
                       AND WRK-DP-SITUACAO (WRK-DP-IDX) = "D"
                       AND WRK-DP-DATA (WRK-DP-IDX) NOT > WRK-MOV-DATA
                       AND WRK-DP-VALOR (WRK-DP-IDX) = WRK-MOV-VALOR
                       SET MOV-CHEQUE-DEPOSITO TO TRUE
               END-SEARCH
           END-IF.

           IF MOV-CHEQUE-DEPOSITO
               MOVE "S" TO WRK-DP-USADO (WRK-DP-IDX)
               MOVE WRK-DP-CONTA (WRK-DP-IDX) TO WRK-MOV-CONTA
           END-IF.
       7300-PROCURAR-DEPOSITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O PIX ENTRA PELA CHAVE RESOLVIDA EM PIXKEYS E A CASA NAO    *
      *>   GUARDA QUAL FOI: SAI UMA LINHA POR CHAVE DO INVESTIGADO     *
      *----------------------------------------------------------------*
       7400-GRAVAR-CHAVE-PIX.
      *----------------------------------------------------------------*
           MOVE WRK-PX-CHAVE (WRK-IDX-CHAVE) TO WRK-SOD-CHAVE-PIX.
           MOVE WRK-PX-CONTA (WRK-IDX-CHAVE) TO WRK-SOD-CONTA.
           PERFORM 7500-GRAVAR-ORIGEM THRU 7500-GRAVAR-ORIGEM-EXIT.
       7400-GRAVAR-CHAVE-PIX-EXIT.
           EXIT.

       7500-GRAVAR-ORIGEM.
           MOVE WRK-SMB-ORIGEM TO WRK-LINHA-SIMBA.
           MOVE 4              TO WRK-ARQ-NUM.
           MOVE WRK-MOV-VALOR  TO WRK-HASH-PARCELA.
           PERFORM 8400-GRAVAR-SIMBA THRU 8400-GRAVAR-SIMBA-EXIT.
       7500-GRAVAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LINHA DE SIMBATIT; O HASH SOMA O CPF DO VINCULO             *
      *----------------------------------------------------------------*
       8000-GRAVAR-VINCULO.
      *----------------------------------------------------------------*
           MOVE WRK-ORDEM-NUMERO   TO WRK-SVN-ORDEM.
           MOVE WRK-ALVO-DOCUMENTO TO WRK-SVN-DOCUMENTO.
           MOVE WRK-SMB-VINCULO    TO WRK-LINHA-SIMBA.
           MOVE 2                  TO WRK-ARQ-NUM.
           MOVE ZEROS              TO WRK-HASH-PARCELA.
           IF WRK-SVN-CPF IS NUMERIC
               MOVE WRK-SVN-CPF      TO WRK-CPF-NUMERICO
               MOVE WRK-CPF-NUMERICO TO WRK-HASH-PARCELA
           END-IF.
           PERFORM 8400-GRAVAR-SIMBA THRU 8400-GRAVAR-SIMBA-EXIT.
       8000-GRAVAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CPF, CNPJ, NOME E SITUACAO CADASTRAL DO VINCULO             *
      *----------------------------------------------------------------*
       8100-DADOS-DO-CPF.
      *----------------------------------------------------------------*
           MOVE WRK-CPF-BUSCA TO WRK-SVN-CPF.
           MOVE SPACES        TO WRK-SVN-CNPJ WRK-SVN-NOME
                                 WRK-SVN-SITUACAO.

           MOVE WRK-CPF-BUSCA TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   GO TO 8100-DADOS-DO-CPF-EXIT
           END-READ.

           MOVE CLIENTE_NOME   TO WRK-SVN-NOME.
           MOVE CLIENTE_STATUS TO WRK-SVN-SITUACAO.
           IF CLIENTE-PESSOA-JURIDICA
               MOVE CLIENTE_CNPJ TO WRK-SVN-CNPJ
           END-IF.
       8100-DADOS-DO-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8200-PROCURAR-CONTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-CONTA-DO-ALVO.
           IF WRK-MAX-CONTAS = ZEROS
               GO TO 8200-PROCURAR-CONTA-EXIT
           END-IF.

           SET WRK-CT-IDX TO 1.
           SEARCH WRK-CT-ITEM
               VARYING WRK-CT-IDX
               AT END
                   CONTINUE
               WHEN WRK-CT-CONTA (WRK-CT-IDX) = WRK-CONTA-BUSCA
                   SET CONTA-DO-ALVO TO TRUE
           END-SEARCH.
       8200-PROCURAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRAVA WRK-LINHA-SIMBA NO ARQUIVO WRK-ARQ-NUM E SOMA         *
      *>   QUANTIDADE E HASH NA ORDEM E NA RODADA (SOMA TRUNCADA DE    *
      *>   ARQUIVO-SELO.COB)                                           *
      *----------------------------------------------------------------*
       8400-GRAVAR-SIMBA.
      *----------------------------------------------------------------*
           EVALUATE WRK-ARQ-NUM
               WHEN 1 WRITE CONTAS-LINHA   FROM WRK-LINHA-SIMBA
               WHEN 2 WRITE VINCULOS-LINHA FROM WRK-LINHA-SIMBA
               WHEN 3 WRITE EXTRATO-LINHA  FROM WRK-LINHA-SIMBA
               WHEN 4 WRITE ORIGEM-LINHA   FROM WRK-LINHA-SIMBA
           END-EVALUATE.

           ADD 1 TO WRK-AQ-QTDE-ORDEM (WRK-ARQ-NUM).
           ADD 1 TO WRK-AQ-QTDE-RODADA (WRK-ARQ-NUM).

           ADD WRK-HASH-PARCELA TO WRK-AQ-HASH-ORDEM (WRK-ARQ-NUM)
               ON SIZE ERROR
                   SUBTRACT 1000000000000.00
                       FROM WRK-AQ-HASH-ORDEM (WRK-ARQ-NUM)
                   ADD WRK-HASH-PARCELA
                       TO WRK-AQ-HASH-ORDEM (WRK-ARQ-NUM)
           END-ADD.
           ADD WRK-HASH-PARCELA TO WRK-AQ-HASH-RODADA (WRK-ARQ-NUM)
               ON SIZE ERROR
                   SUBTRACT 1000000000000.00
                       FROM WRK-AQ-HASH-RODADA (WRK-ARQ-NUM)
                   ADD WRK-HASH-PARCELA
                       TO WRK-AQ-HASH-RODADA (WRK-ARQ-NUM)
           END-ADD.
       8400-GRAVAR-SIMBA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   OS QUATRO ARQUIVOS FECHADOS ENTRAM NO REGISTRO DE           *
      *>   TRANSMISSOES (TRANSMST) PARA O ACOMPANHAMENTO DA ENTREGA    *
      *----------------------------------------------------------------*
       8500-REGISTRAR-TRANSMISSAO.
      *----------------------------------------------------------------*
           MOVE WRK-AQ-NOME (WRK-ARQ-NUM)        TO WRK-TRM-ARQUIVO.
           MOVE WRK-AQ-QTDE-RODADA (WRK-ARQ-NUM) TO WRK-TRM-QTDE.
           MOVE WRK-AQ-HASH-RODADA (WRK-ARQ-NUM) TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.
       8500-REGISTRAR-TRANSMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           CLOSE CONTAS-FILE.
           CLOSE VINCULOS-FILE.
           CLOSE EXTRATO-FILE.
           CLOSE ORIGEM-FILE.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           IF NOT SEM-CONTA
               CLOSE CONTA-FILE
           END-IF.
           IF NOT SEM-CLIT
               CLOSE CLIENTE-TRANS-FILE
           END-IF.
           IF NOT SEM-ASS
               CLOSE ASSINANTE-FILE
           END-IF.
           IF NOT SEM-RPL
               CLOSE REPLEGAL-FILE
           END-IF.
           IF NOT SEM-CHAVE
               CLOSE CHAVE-FILE
           END-IF.
           IF NOT SEM-TED
               CLOSE TED-FILE
           END-IF.
           IF NOT SEM-SAC
               CLOSE SACADO-FILE
           END-IF.
           IF NOT SEM-LOG
               CLOSE LOG-FILE
           END-IF.

           IF WRK-QTDE-EMITIDAS > ZEROS
               PERFORM 8500-REGISTRAR-TRANSMISSAO
                   THRU 8500-REGISTRAR-TRANSMISSAO-EXIT
                   VARYING WRK-ARQ-NUM FROM 1 BY 1
                   UNTIL WRK-ARQ-NUM > 4
           END-IF.

           IF TABELA-ESTOUROU
               DISPLAY "SIGILO-SIMBA: TABELA DE VINCULOS OU "
                   "CONTRAPARTIDAS ESTOUROU - ORIGEM/DESTINO PODE "
                   "SAIR INCOMPLETO"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "===== RESPOSTA A QUEBRA DE SIGILO (SIMBA) =====".
           DISPLAY "LINHAS DE ORDEM LIDAS: " WRK-QTDE-LIDOS.
           DISPLAY "ORDENS...............: " WRK-QTDE-ORDENS.
           DISPLAY "ORDENS EMITIDAS......: " WRK-QTDE-EMITIDAS.
           DISPLAY "ORDENS RECUSADAS.....: " WRK-QTDE-RECUSADAS.
           DISPLAY "DOCUMENTOS ATENDIDOS.: " WRK-QTDE-ALVOS.
           DISPLAY "SEM RELACIONAMENTO...: " WRK-QTDE-SEM-RELACAO.
           DISPLAY "PERIODO INVALIDO.....: " WRK-QTDE-PERIODO-INV.
           DISPLAY "CONTAS (SIMBACTA)....: " WRK-AQ-QTDE-RODADA (1).
           DISPLAY "VINCULOS (SIMBATIT)..: " WRK-AQ-QTDE-RODADA (2).
           DISPLAY "MOVIMENTOS (SIMBAEXT): " WRK-AQ-QTDE-RODADA (3).
           DISPLAY "ORIGEM/DEST(SIMBAODE): " WRK-AQ-QTDE-RODADA (4).
       9000-FINALIZAR-EXIT.
           EXIT.
