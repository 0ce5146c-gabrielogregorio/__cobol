      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONTA-ENCERRA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ENCERRAMENTO DE CONTA DIRIGIDO PELO ARQUIVO DE <*
      *>                PEDIDOS ENCERRAIN (CONTA, DESTINO DO SALDO NO <*
      *>                DESENHO DE PORTSAL E OPERADOR). ATE AQUI O    <*
      *>                ENCERRAMENTO ERA SO A TROCA DE STATUS EM      <*
      *>                CONTA-MASTER.COB, E A CONTA FICAVA COM        <*
      *>                MANDATOS, ORDENS, CHAVES PIX E FOLHAS VIVAS.  <*
      *>                CADA PEDIDO PASSA PELO CHECKLIST: RESERVAS DE <*
      *>                CARTAO ATIVAS (CARTHOLD), PLANOS DE PARCELAS  <*
      *>                ATIVOS (PLANOMST), BLOQUEIOS JUDICIAIS        <*
      *>                ATIVOS (BLOQJUD), CONTA BLOQUEADA, SALDO QUE  <*
      *>                NAO COBRE A TARIFA FINAL E SALDO SEM DESTINO  <*
      *>                IMPEDEM O ENCERRAMENTO; MANDATOS ATIVOS       <*
      *>                (DEBAUTMST), ORDENS PERMANENTES (ORDPERM),    <*
      *>                CHAVES PIX (PIXKEYS) E FOLHAS DE CHEQUE NAO   <*
      *>                USADAS (CHEQLIVRO, SEM APRESENTACAO EM        <*
      *>                CHEQSAC NEM SUSTACAO EM CHEQSUST) SAO         <*
      *>                CANCELADOS PELO PROPRIO JOB. TUDO SAI         <*
      *>                LISTADO EM ENCERREL. PEDIDO APROVADO PAGA A   <*
      *>                TARIFA DE MANUTENCAO PROPORCIONAL AOS DIAS DO <*
      *>                MES (BASE 30, TARIFTAB/TARIFISEN COMO EM      <*
      *>                TARIFA-MENSAL.COB), TRANSFERE O SALDO QUE     <*
      *>                SOBRA (MOVIMENTO ENCT E REMESSA ENCERTRF) E   <*
      *>                FICA EM LIQUIDACAO EM ENCERPEND: O STATUS SO  <*
      *>                VIRA ENCERRADA QUANDO O SALDO ESTA ZERADO E   <*
      *>                NADA MAIS BLOQUEIA, NA MESMA RODADA QUANDO    <*
      *>                NAO HA O QUE LANCAR OU NA RODADA SEGUINTE AO  <*
      *>                ACUMULADOR. NESSE MOMENTO SAI A CARTA DE      <*
      *>                ENCERRAMENTO AO CLIENTE (ENCERCARTA)          <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  A TARIFA FINAL PROPORCIONAL PASSA A USAR  <*
      *>                    O SERVICO DO PRODUTO DA CONTA NO CATALOGO <*
      *>                    (PROD_SERVICO_TARIFA, VIA                 <*
      *>                    PRODUTO-LE.COB), COMO A COBRANCA MENSAL;  <*
      *>                    PRODUTO SEM SERVICO NAO PAGA TARIFA FINAL <*
      *>   15/10/2026  GGS  TARIFISEN GANHA O OPERADOR E A DATA DA    <*
      *>                    CONCESSAO DA ISENCAO (ISEN-OPERADOR,      <*
      *>                    ISEN-DATA), CONFERIDOS POR                <*
      *>                    INSIDER-VARRE.COB; LINHA ANTIGA SO COM O  <*
      *>                    CPF CONTINUA VALENDO                      <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT PEDIDO-FILE         ASSIGN TO "ENCERRAIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT CONTROLE-FILE       ASSIGN TO "ENCERPEND"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS ENC_CONTA
               FILE STATUS        IS WRK-STATUS-CTL.

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

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-CLI.

           SELECT TARIFA-FILE         ASSIGN TO "TARIFTAB"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TAR.

           SELECT ISENCAO-FILE        ASSIGN TO "TARIFISEN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ISEN.

           SELECT RESERVA-FILE        ASSIGN TO "CARTHOLD"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-HOLD.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT BLOQUEIO-FILE       ASSIGN TO "BLOQJUD"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-BLOQ.

           SELECT MANDATO-FILE        ASSIGN TO "DEBAUTMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MAND.

           SELECT ORDEM-FILE          ASSIGN TO "ORDPERM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ORD.

           SELECT CHAVE-FILE          ASSIGN TO "PIXKEYS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PIXK_CHAVE
               FILE STATUS        IS WRK-STATUS-CHAVE.

           SELECT LIVRO-FILE          ASSIGN TO "CHEQLIVRO"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS LIV-CHAVE
               FILE STATUS        IS WRK-STATUS-LIV.

           SELECT SACADO-FILE         ASSIGN TO "CHEQSAC"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SAC-CHAVE
               FILE STATUS        IS WRK-STATUS-SAC.

           SELECT SUSTACAO-FILE       ASSIGN TO "CHEQSUST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SUS-CHAVE
               FILE STATUS        IS WRK-STATUS-SUST.

           SELECT TRABALHO-FILE       ASSIGN TO "ENCERWRK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRAB.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT REMESSA-FILE        ASSIGN TO "ENCERTRF"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

           SELECT RELATORIO-FILE      ASSIGN TO "ENCERREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

           SELECT CARTA-FILE          ASSIGN TO "ENCERCARTA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CARTA.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 EPED-CONTA              PIC 9(08).
           02 EPED-ISPB               PIC X(08).
           02 EPED-AGENCIA            PIC 9(04).
           02 EPED-CONTA-DEST         PIC 9(10).
           02 EPED-OPERADOR           PIC X(08).

       FD  CONTROLE-FILE.
           COPY ENCERRA-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  TARIFA-FILE.
       01  TARIFA-REG.
           02 TAR-TIPO-CLIENTE    PIC X(01).
           02 TAR-SERVICO         PIC X(10).
           02 TAR-VALOR           PIC 9(09)V99.

       FD  ISENCAO-FILE.
       01  ISENCAO-REG.
           02 ISEN-CPF            PIC X(11).
           02 ISEN-OPERADOR       PIC X(08).
           02 ISEN-DATA           PIC 9(08).

       FD  RESERVA-FILE.
           COPY CARTHOLD-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO-REG.

       FD  MANDATO-FILE.
           COPY MANDATO-REG.

       FD  ORDEM-FILE.
       01  ORDEM-REG.
           02 ORD-CONTA               PIC 9(08).
           02 ORD-TIPO                PIC X(01).
           02 ORD-VALOR               PIC 9(09)V99.
           02 ORD-MOEDA               PIC X(03).
           02 ORD-DIA                 PIC 9(02).
           02 ORD-FREQUENCIA          PIC X(01).
           02 ORD-DATA-FIM            PIC 9(08).

       FD  CHAVE-FILE.
           COPY PIX-CHAVE-REG.

       FD  LIVRO-FILE.
           COPY CHEQLIVRO-REG.

       FD  SACADO-FILE.
           COPY CHEQSAC-REG.

       FD  SUSTACAO-FILE.
           COPY CHEQSUST-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(80).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA              PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(80).

       FD  CARTA-FILE.
       01  CARTA-LINHA                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLI         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TAR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ISEN        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HOLD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-BLOQ        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MAND        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ORD         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHAVE       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-LIV         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SAC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SUST        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CARTA       PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-CTL            PIC X(01) VALUE "N".
           88 FIM-CTL                 VALUE "S".
       77  WRK-FIM-TAR            PIC X(01) VALUE "N".
           88 FIM-TAR                 VALUE "S".
       77  WRK-FIM-ISEN           PIC X(01) VALUE "N".
           88 FIM-ISEN                VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-ARQ            PIC X(01) VALUE "N".
           88 FIM-ARQ                 VALUE "S".
       77  WRK-FIM-TRAB           PIC X(01) VALUE "N".
           88 FIM-TRAB                VALUE "S".
       77  WRK-FIM-LIV            PIC X(01) VALUE "N".
           88 FIM-LIV                 VALUE "S".
       77  WRK-LIVRO-ABERTO       PIC X(01) VALUE "N".
           88 LIVRO-ABERTO            VALUE "S".
       77  WRK-SACADO-ABERTO      PIC X(01) VALUE "N".
           88 SACADO-ABERTO           VALUE "S".
       77  WRK-SUSTACAO-ABERTA    PIC X(01) VALUE "N".
           88 SUSTACAO-ABERTA         VALUE "S".
       77  WRK-CHAVE-ABERTA       PIC X(01) VALUE "N".
           88 CHAVE-ABERTA            VALUE "S".

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       01  WRK-DATA-HOJE.
           02 WRK-HOJE-ANO         PIC 9(04).
           02 WRK-HOJE-MES         PIC 9(02).
           02 WRK-HOJE-DIA         PIC 9(02).
       01  WRK-DATA-HOJE-N        REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   MODO DA VARREDURA DE FOLHAS: CONTAR NO CHECKLIST OU SUSTAR  *
      *>   NO CANCELAMENTO                                             *
      *----------------------------------------------------------------*
       77  WRK-MODO-FOLHAS        PIC X(01) VALUE "C".
           88 FOLHAS-CONTAR           VALUE "C".
           88 FOLHAS-SUSTAR           VALUE "S".
       77  WRK-FOLHA              PIC 9(10) VALUE ZEROS.
       77  WRK-FOLHA-LIVRE        PIC X(01) VALUE "N".
           88 FOLHA-LIVRE             VALUE "S".

       77  WRK-CONTA-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-ENTRADA-ACHADA     PIC X(01) VALUE "N".
           88 ENTRADA-ACHADA          VALUE "S".
       77  WRK-CLIENTE-ISENTO     PIC X(01) VALUE "N".
           88 CLIENTE-ISENTO          VALUE "S".
       77  WRK-TARIFA-ACHADA      PIC X(01) VALUE "N".
           88 TARIFA-ACHADA           VALUE "S".
       77  WRK-VALOR-TARIFA       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TARIFA-FINAL       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIAS-USO           PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-LIQUIDO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-TRANSF       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTDE-IMPEDIMENTOS  PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".

       77  WRK-QTDE-PEDIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LIQUIDACAO    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-MAND-CANC     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ORD-CANC      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CHAVE-CANC    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FOLHA-CANC    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-TRANSF        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-TARIFA       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-TRANSF       PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   TARIFA DE MANUTENCAO POR TIPO DE CLIENTE E CPFS ISENTOS,    *
      *>   AS MESMAS TABELAS DA COBRANCA MENSAL                        *
      *----------------------------------------------------------------*
       77  WRK-MAX-TARIFAS        PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-TARIFAS.
           02 WRK-TF-ITEM  OCCURS 50 TIMES
                            INDEXED BY WRK-TF-IDX.
               03 WRK-TF-TIPO          PIC X(01).
               03 WRK-TF-SERVICO       PIC X(10).
               03 WRK-TF-VALOR         PIC 9(09)V99.

       77  WRK-MAX-ISENTOS        PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ISENTOS.
           02 WRK-IS-CPF  OCCURS 500 TIMES
                           INDEXED BY WRK-IS-IDX
                           PIC X(11).

      *----------------------------------------------------------------*
      *>   CONTAS EM AVALIACAO NA RODADA: AS QUE FICARAM EM LIQUIDACAO *
      *>   NAS RODADAS ANTERIORES (ORIGEM P) E OS PEDIDOS NOVOS        *
      *>   (ORIGEM N). AS VARREDURAS DOS ARQUIVOS DEPENDENTES CONTAM   *
      *>   OS ITENS DE CADA CONTA NESTA TABELA                         *
      *----------------------------------------------------------------*
       77  WRK-MAX-ENTRADAS       PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-ENTRADAS.
           02 WRK-EN-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-EN-IDX.
               03 WRK-EN-CONTA         PIC 9(08).
               03 WRK-EN-ORIGEM        PIC X(01).
                   88 EN-PEDIDO-NOVO       VALUE "N".
                   88 EN-PENDENTE          VALUE "P".
               03 WRK-EN-ISPB          PIC X(08).
               03 WRK-EN-AGENCIA       PIC 9(04).
               03 WRK-EN-CONTA-DEST    PIC 9(10).
               03 WRK-EN-OPERADOR      PIC X(08).
               03 WRK-EN-SITUACAO      PIC X(01).
                   88 EN-CONTA-OK          VALUE "A".
                   88 EN-CONTA-BLOQUEADA   VALUE "B".
                   88 EN-CONTA-ENCERRADA   VALUE "E".
                   88 EN-CONTA-INEXISTENTE VALUE "X".
               03 WRK-EN-SALDO         PIC S9(09)V99.
               03 WRK-EN-CPF           PIC X(11).
               03 WRK-EN-TIPO-CLI      PIC X(01).
               03 WRK-EN-MOEDA         PIC X(03).
               03 WRK-EN-COD-PRODUTO   PIC X(04).
               03 WRK-EN-FAMILIA       PIC X(01).
               03 WRK-EN-DATA-PEDIDO   PIC 9(08).
               03 WRK-EN-QTDE-RESERVAS PIC 9(04).
               03 WRK-EN-QTDE-PLANOS   PIC 9(04).
               03 WRK-EN-QTDE-BLOQ     PIC 9(04).
               03 WRK-EN-QTDE-MANDATOS PIC 9(04).
               03 WRK-EN-QTDE-ORDENS   PIC 9(04).
               03 WRK-EN-QTDE-CHAVES   PIC 9(04).
               03 WRK-EN-QTDE-FOLHAS   PIC 9(05).
               03 WRK-EN-CANCELAR      PIC X(01).
                   88 EN-CANCELAR          VALUE "S".

      *----------------------------------------------------------------*
      *>   PRODUTO DA CONTA (CATALOGO PRODUTOMST VIA PRODUTO-LE)       *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO DE CHECKLIST                            *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CONTA.
           02 FILLER               PIC X(07) VALUE "CONTA: ".
           02 WRK-LC-CONTA         PIC 9(08).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-LC-ORIGEM        PIC X(20).
           02 FILLER               PIC X(07) VALUE "SALDO: ".
           02 WRK-LC-SALDO         PIC -(9)9.99.
           02 FILLER               PIC X(22) VALUE SPACES.

       01  WRK-LINHA-ITEM.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 WRK-LI-DESCRICAO     PIC X(32).
           02 WRK-LI-QTDE          PIC ZZZZ9.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-LI-SITUACAO      PIC X(37).

       01  WRK-LINHA-DECISAO.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE "DECISAO: ".
           02 WRK-LD-DECISAO       PIC X(24).
           02 WRK-LD-MOTIVO        PIC X(42).

       01  WRK-LINHA-VALOR.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 WRK-LV-DESCRICAO     PIC X(32).
           02 WRK-LV-VALOR         PIC Z(10)9.99.
           02 FILLER               PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   REMESSA DE TRANSFERENCIA DO SALDO REMANESCENTE: HEADER,     *
      *>   DETALHES COM SEQUENCIA E TRAILER COM QUANTIDADE E VALOR     *
      *----------------------------------------------------------------*
       01  WRK-TRF-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-TH-DATA          PIC 9(08).
           02 WRK-TH-HORA          PIC 9(06).
           02 FILLER               PIC X(20)
               VALUE "SALDO DE ENCERRAMENT".
           02 FILLER               PIC X(45) VALUE SPACES.

       01  WRK-TRF-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-TD-SEQ           PIC 9(07).
           02 WRK-TD-CONTA         PIC 9(08).
           02 WRK-TD-CPF           PIC X(11).
           02 WRK-TD-ISPB          PIC X(08).
           02 WRK-TD-AGENCIA       PIC 9(04).
           02 WRK-TD-CONTA-DEST    PIC 9(10).
           02 WRK-TD-VALOR         PIC 9(11)V99.
           02 FILLER               PIC X(18) VALUE SPACES.

       01  WRK-TRF-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-TT-QTDE          PIC 9(07).
           02 WRK-TT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   CARTA DE ENCERRAMENTO AO CLIENTE                            *
      *----------------------------------------------------------------*
       01  WRK-CARTA-DESTINATARIO.
           02 FILLER               PIC X(10) VALUE "PREZADO(A)".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-CD-NOME          PIC X(20).
           02 FILLER               PIC X(49) VALUE SPACES.

       01  WRK-CARTA-ENDERECO-1.
           02 WRK-CE-LOGRADOURO    PIC X(30).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-CE-NUMERO        PIC X(06).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-CE-BAIRRO        PIC X(20).
           02 FILLER               PIC X(20) VALUE SPACES.

       01  WRK-CARTA-ENDERECO-2.
           02 WRK-CE-CIDADE        PIC X(20).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-CE-UF            PIC X(02).
           02 FILLER               PIC X(06) VALUE " CEP: ".
           02 WRK-CE-CEP           PIC 9(08).
           02 FILLER               PIC X(43) VALUE SPACES.

       01  WRK-CARTA-CONTA.
           02 FILLER               PIC X(15) VALUE "SUA CONTA NUM. ".
           02 WRK-CC-CONTA         PIC 9(08).
           02 FILLER               PIC X(20)
               VALUE " FOI ENCERRADA EM ".
           02 WRK-CC-DIA           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-CC-MES           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-CC-ANO           PIC 9(04).
           02 FILLER               PIC X(27) VALUE SPACES.

       01  WRK-CARTA-VALOR.
           02 WRK-CV-DESCRICAO     PIC X(40).
           02 WRK-CV-VALOR         PIC Z(10)9.99.
           02 FILLER               PIC X(26) VALUE SPACES.

       01  WRK-CARTA-DESTINO.
           02 FILLER               PIC X(24)
               VALUE "CREDITADO NA INSTITUICAO".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-CT-ISPB          PIC X(08).
           02 FILLER               PIC X(06) VALUE " AG. ".
           02 WRK-CT-AGENCIA       PIC 9(04).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-CT-CONTA-DEST    PIC 9(10).
           02 FILLER               PIC X(20) VALUE SPACES.

       01  WRK-CARTA-QTDE.
           02 WRK-CQ-DESCRICAO     PIC X(40).
           02 WRK-CQ-QTDE          PIC ZZZZ9.
           02 FILLER               PIC X(35) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LEVANTAR-PENDENCIAS
               THRU 2000-LEVANTAR-PENDENCIAS-EXIT.
           PERFORM 3000-DECIDIR-ENCERRAMENTO
               THRU 3000-DECIDIR-ENCERRAMENTO-EXIT
               VARYING WRK-EN-IDX FROM 1 BY 1
               UNTIL WRK-EN-IDX > WRK-MAX-ENTRADAS.
           PERFORM 4000-CANCELAR-DEPENDENTES
               THRU 4000-CANCELAR-DEPENDENTES-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   ANTES DE REGRAVAR O MESTRE, O SELO DE INTEGRIDADE           *
      *>   (ARQUIVO-SELO.COB) E CONFERIDO: MESTRE TRUNCADO POR UM      *
      *>   RESTORE MAL FEITO PARA O STEP COM CODIGO CLARO NO CONSOLE   *
      *>   EM VEZ DE SER RESSELADO POR CIMA DO DANO                    *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "ENCE-SELO-12 MESTRE CONTASDB NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE-N FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           PERFORM 1100-CARREGAR-TARIFAS
               THRU 1100-CARREGAR-TARIFAS-EXIT.
           PERFORM 1200-CARREGAR-ISENTOS
               THRU 1200-CARREGAR-ISENTOS-EXIT.

           OPEN I-O CONTROLE-FILE.
           IF WRK-STATUS-CTL = "35"
               CLOSE CONTROLE-FILE
               OPEN OUTPUT CONTROLE-FILE
               CLOSE CONTROLE-FILE
               OPEN I-O CONTROLE-FILE
           END-IF.

           OPEN I-O   CONTA-FILE.
           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-DATA-HOJE-N      TO WRK-TH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-TH-HORA.
           MOVE WRK-TRF-HEADER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           OPEN OUTPUT CARTA-FILE.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CHECKLIST DE ENCERRAMENTO DE CONTAS" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 1300-CARREGAR-PENDENTES
               THRU 1300-CARREGAR-PENDENTES-EXIT.
           PERFORM 1400-CARREGAR-PEDIDOS
               THRU 1400-CARREGAR-PEDIDOS-EXIT.

           PERFORM 1500-LER-CONTA THRU 1500-LER-CONTA-EXIT
               VARYING WRK-EN-IDX FROM 1 BY 1
               UNTIL WRK-EN-IDX > WRK-MAX-ENTRADAS.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-TARIFAS.
      *----------------------------------------------------------------*
           OPEN INPUT TARIFA-FILE.
           IF WRK-STATUS-TAR NOT = "00"
               CLOSE TARIFA-FILE
               DISPLAY "TABELA DE TARIFAS TARIFTAB AUSENTE, "
                   "ENCERRAMENTO SEM TARIFA FINAL"
               GO TO 1100-CARREGAR-TARIFAS-EXIT
           END-IF.

           PERFORM 1150-LER-TARIFA THRU 1150-LER-TARIFA-EXIT
               UNTIL FIM-TAR.
           CLOSE TARIFA-FILE.
       1100-CARREGAR-TARIFAS-EXIT.
           EXIT.

       1150-LER-TARIFA.
           READ TARIFA-FILE.
           IF WRK-STATUS-TAR NOT = "00"
               SET FIM-TAR TO TRUE
               GO TO 1150-LER-TARIFA-EXIT
           END-IF.
           IF TAR-SERVICO NOT = SPACES
               AND TAR-VALOR IS NUMERIC
               AND WRK-MAX-TARIFAS < 50
               ADD 1 TO WRK-MAX-TARIFAS
               SET WRK-TF-IDX TO WRK-MAX-TARIFAS
               MOVE TAR-TIPO-CLIENTE TO WRK-TF-TIPO (WRK-TF-IDX)
               MOVE TAR-SERVICO      TO WRK-TF-SERVICO (WRK-TF-IDX)
               MOVE TAR-VALOR        TO WRK-TF-VALOR (WRK-TF-IDX)
           END-IF.
       1150-LER-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARREGAR-ISENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ISENCAO-FILE.
           IF WRK-STATUS-ISEN NOT = "00"
               CLOSE ISENCAO-FILE
               GO TO 1200-CARREGAR-ISENTOS-EXIT
           END-IF.

           PERFORM 1250-LER-ISENCAO THRU 1250-LER-ISENCAO-EXIT
               UNTIL FIM-ISEN.
           CLOSE ISENCAO-FILE.
       1200-CARREGAR-ISENTOS-EXIT.
           EXIT.

       1250-LER-ISENCAO.
           READ ISENCAO-FILE.
           IF WRK-STATUS-ISEN NOT = "00"
               SET FIM-ISEN TO TRUE
               GO TO 1250-LER-ISENCAO-EXIT
           END-IF.
           IF WRK-MAX-ISENTOS < 500
               ADD 1 TO WRK-MAX-ISENTOS
               SET WRK-IS-IDX TO WRK-MAX-ISENTOS
               MOVE ISEN-CPF TO WRK-IS-CPF (WRK-IS-IDX)
           END-IF.
       1250-LER-ISENCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTAS QUE FICARAM EM LIQUIDACAO NAS RODADAS ANTERIORES     *
      *----------------------------------------------------------------*
       1300-CARREGAR-PENDENTES.
      *----------------------------------------------------------------*
           PERFORM 1350-LER-PENDENTE THRU 1350-LER-PENDENTE-EXIT
               UNTIL FIM-CTL.
       1300-CARREGAR-PENDENTES-EXIT.
           EXIT.

       1350-LER-PENDENTE.
           READ CONTROLE-FILE NEXT RECORD.
           IF WRK-STATUS-CTL NOT = "00"
               SET FIM-CTL TO TRUE
               GO TO 1350-LER-PENDENTE-EXIT
           END-IF.
           IF NOT ENC-EM-LIQUIDACAO
               GO TO 1350-LER-PENDENTE-EXIT
           END-IF.
           IF WRK-MAX-ENTRADAS NOT < 500
               DISPLAY "TABELA DE ENCERRAMENTOS CHEIA, CONTA "
                   ENC_CONTA " FICA PARA A PROXIMA RODADA"
               GO TO 1350-LER-PENDENTE-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-ENTRADAS.
           ADD 1 TO WRK-QTDE-PENDENTES.
           SET WRK-EN-IDX TO WRK-MAX-ENTRADAS.
           INITIALIZE WRK-EN-ITEM (WRK-EN-IDX).
           MOVE ENC_CONTA      TO WRK-EN-CONTA (WRK-EN-IDX).
           MOVE "P"            TO WRK-EN-ORIGEM (WRK-EN-IDX).
           MOVE ENC_ISPB       TO WRK-EN-ISPB (WRK-EN-IDX).
           MOVE ENC_AGENCIA    TO WRK-EN-AGENCIA (WRK-EN-IDX).
           MOVE ENC_CONTA_DEST TO WRK-EN-CONTA-DEST (WRK-EN-IDX).
           MOVE ENC_OPERADOR   TO WRK-EN-OPERADOR (WRK-EN-IDX).
           MOVE ENC_DATA_PEDIDO TO WRK-EN-DATA-PEDIDO (WRK-EN-IDX).
       1350-LER-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-CARREGAR-PEDIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               CLOSE PEDIDO-FILE
               GO TO 1400-CARREGAR-PEDIDOS-EXIT
           END-IF.

           PERFORM 1450-LER-PEDIDO THRU 1450-LER-PEDIDO-EXIT
               UNTIL FIM-PED.
           CLOSE PEDIDO-FILE.
       1400-CARREGAR-PEDIDOS-EXIT.
           EXIT.

       1450-LER-PEDIDO.
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
               GO TO 1450-LER-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PEDIDOS.

           MOVE EPED-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               DISPLAY "CONTA JA EM ENCERRAMENTO, PEDIDO IGNORADO: "
                   EPED-CONTA
               GO TO 1450-LER-PEDIDO-EXIT
           END-IF.
           IF WRK-MAX-ENTRADAS NOT < 500
               DISPLAY "TABELA DE ENCERRAMENTOS CHEIA, PEDIDO "
                   "IGNORADO: " EPED-CONTA
               GO TO 1450-LER-PEDIDO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-ENTRADAS.
           SET WRK-EN-IDX TO WRK-MAX-ENTRADAS.
           INITIALIZE WRK-EN-ITEM (WRK-EN-IDX).
           MOVE EPED-CONTA      TO WRK-EN-CONTA (WRK-EN-IDX).
           MOVE "N"             TO WRK-EN-ORIGEM (WRK-EN-IDX).
           MOVE EPED-ISPB       TO WRK-EN-ISPB (WRK-EN-IDX).
           MOVE EPED-AGENCIA    TO WRK-EN-AGENCIA (WRK-EN-IDX).
           MOVE EPED-CONTA-DEST TO WRK-EN-CONTA-DEST (WRK-EN-IDX).
           MOVE EPED-OPERADOR   TO WRK-EN-OPERADOR (WRK-EN-IDX).
           MOVE WRK-DATA-HOJE-N TO WRK-EN-DATA-PEDIDO (WRK-EN-IDX).
       1450-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDO E SITUACAO DA CONTA, TITULAR PRINCIPAL (CONTATIT) E   *
      *>   TIPO DE CLIENTE (CLIMAST) PARA A TARIFA                     *
      *----------------------------------------------------------------*
       1500-LER-CONTA.
      *----------------------------------------------------------------*
           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "X" TO WRK-EN-SITUACAO (WRK-EN-IDX)
                   GO TO 1500-LER-CONTA-EXIT
           END-READ.

           MOVE CONTA_SALDO TO WRK-EN-SALDO (WRK-EN-IDX).
           MOVE CONTA_MOEDA TO WRK-EN-MOEDA (WRK-EN-IDX).
           MOVE CONTA_COD_PRODUTO TO WRK-EN-COD-PRODUTO (WRK-EN-IDX).
           MOVE CONTA_PRODUTO     TO WRK-EN-FAMILIA (WRK-EN-IDX).
           EVALUATE TRUE
               WHEN CONTA-ENCERRADA
                   MOVE "E" TO WRK-EN-SITUACAO (WRK-EN-IDX)
               WHEN CONTA-BLOQUEADA
                   MOVE "B" TO WRK-EN-SITUACAO (WRK-EN-IDX)
               WHEN OTHER
                   MOVE "A" TO WRK-EN-SITUACAO (WRK-EN-IDX)
           END-EVALUATE.

           MOVE "N" TO WRK-FIM-TIT.
           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.
           PERFORM 1550-EXAMINAR-VINCULO
               THRU 1550-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           MOVE "F" TO WRK-EN-TIPO-CLI (WRK-EN-IDX).
           IF WRK-EN-CPF (WRK-EN-IDX) = SPACES
               GO TO 1500-LER-CONTA-EXIT
           END-IF.
           MOVE WRK-EN-CPF (WRK-EN-IDX) TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTE_TIPO TO WRK-EN-TIPO-CLI (WRK-EN-IDX)
           END-READ.
       1500-LER-CONTA-EXIT.
           EXIT.

       1550-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = WRK-EN-CONTA (WRK-EN-IDX)
               SET FIM-TIT TO TRUE
               GO TO 1550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-EN-CPF (WRK-EN-IDX) = SPACES
               MOVE TIT_CPF TO WRK-EN-CPF (WRK-EN-IDX)
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-EN-CPF (WRK-EN-IDX)
               SET FIM-TIT TO TRUE
           END-IF.
       1550-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHECKLIST: CADA ARQUIVO DEPENDENTE E VARRIDO UMA VEZ E OS   *
      *>   ITENS VIVOS SAO CONTADOS NA ENTRADA DA CONTA                *
      *----------------------------------------------------------------*
       2000-LEVANTAR-PENDENCIAS.
      *----------------------------------------------------------------*
           IF WRK-MAX-ENTRADAS = ZEROS
               GO TO 2000-LEVANTAR-PENDENCIAS-EXIT
           END-IF.

           PERFORM 2100-CONTAR-RESERVAS THRU 2100-CONTAR-RESERVAS-EXIT.
           PERFORM 2200-CONTAR-PLANOS   THRU 2200-CONTAR-PLANOS-EXIT.
           PERFORM 2300-CONTAR-BLOQUEIOS
               THRU 2300-CONTAR-BLOQUEIOS-EXIT.
           PERFORM 2400-CONTAR-MANDATOS THRU 2400-CONTAR-MANDATOS-EXIT.
           PERFORM 2500-CONTAR-ORDENS   THRU 2500-CONTAR-ORDENS-EXIT.
           PERFORM 2600-CONTAR-CHAVES   THRU 2600-CONTAR-CHAVES-EXIT.

           OPEN INPUT LIVRO-FILE.
           IF WRK-STATUS-LIV = "00"
               SET LIVRO-ABERTO TO TRUE
           END-IF.
           OPEN INPUT SACADO-FILE.
           IF WRK-STATUS-SAC = "00"
               SET SACADO-ABERTO TO TRUE
           END-IF.
           OPEN I-O SUSTACAO-FILE.
           IF WRK-STATUS-SUST = "35"
               CLOSE SUSTACAO-FILE
               OPEN OUTPUT SUSTACAO-FILE
               CLOSE SUSTACAO-FILE
               OPEN I-O SUSTACAO-FILE
           END-IF.
           IF WRK-STATUS-SUST = "00"
               SET SUSTACAO-ABERTA TO TRUE
           END-IF.

           SET FOLHAS-CONTAR TO TRUE.
           PERFORM 2700-VARRER-FOLHAS THRU 2700-VARRER-FOLHAS-EXIT
               VARYING WRK-EN-IDX FROM 1 BY 1
               UNTIL WRK-EN-IDX > WRK-MAX-ENTRADAS.
       2000-LEVANTAR-PENDENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-CONTAR-RESERVAS.
      *----------------------------------------------------------------*
           OPEN INPUT RESERVA-FILE.
           IF WRK-STATUS-HOLD NOT = "00"
               CLOSE RESERVA-FILE
               GO TO 2100-CONTAR-RESERVAS-EXIT
           END-IF.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 2150-LER-RESERVA THRU 2150-LER-RESERVA-EXIT
               UNTIL FIM-ARQ.
           CLOSE RESERVA-FILE.
       2100-CONTAR-RESERVAS-EXIT.
           EXIT.

       2150-LER-RESERVA.
           READ RESERVA-FILE.
           IF WRK-STATUS-HOLD NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 2150-LER-RESERVA-EXIT
           END-IF.
           IF NOT HOLD-ATIVA
               GO TO 2150-LER-RESERVA-EXIT
           END-IF.
           MOVE HOLD_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               ADD 1 TO WRK-EN-QTDE-RESERVAS (WRK-EN-IDX)
           END-IF.
       2150-LER-RESERVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-CONTAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               CLOSE PLANO-FILE
               GO TO 2200-CONTAR-PLANOS-EXIT
           END-IF.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 2250-LER-PLANO THRU 2250-LER-PLANO-EXIT
               UNTIL FIM-ARQ.
           CLOSE PLANO-FILE.
       2200-CONTAR-PLANOS-EXIT.
           EXIT.

       2250-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 2250-LER-PLANO-EXIT
           END-IF.
           IF NOT PLN-ATIVO
               GO TO 2250-LER-PLANO-EXIT
           END-IF.
           MOVE PLN_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               ADD 1 TO WRK-EN-QTDE-PLANOS (WRK-EN-IDX)
           END-IF.
       2250-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2300-CONTAR-BLOQUEIOS.
      *----------------------------------------------------------------*
           OPEN INPUT BLOQUEIO-FILE.
           IF WRK-STATUS-BLOQ NOT = "00"
               CLOSE BLOQUEIO-FILE
               GO TO 2300-CONTAR-BLOQUEIOS-EXIT
           END-IF.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 2350-LER-BLOQUEIO THRU 2350-LER-BLOQUEIO-EXIT
               UNTIL FIM-ARQ.
           CLOSE BLOQUEIO-FILE.
       2300-CONTAR-BLOQUEIOS-EXIT.
           EXIT.

       2350-LER-BLOQUEIO.
           READ BLOQUEIO-FILE.
           IF WRK-STATUS-BLOQ NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 2350-LER-BLOQUEIO-EXIT
           END-IF.
           IF NOT BLOQ-ATIVO
               GO TO 2350-LER-BLOQUEIO-EXIT
           END-IF.
           MOVE BLOQ_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               ADD 1 TO WRK-EN-QTDE-BLOQ (WRK-EN-IDX)
           END-IF.
       2350-LER-BLOQUEIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-CONTAR-MANDATOS.
      *----------------------------------------------------------------*
           OPEN INPUT MANDATO-FILE.
           IF WRK-STATUS-MAND NOT = "00"
               CLOSE MANDATO-FILE
               GO TO 2400-CONTAR-MANDATOS-EXIT
           END-IF.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 2450-LER-MANDATO THRU 2450-LER-MANDATO-EXIT
               UNTIL FIM-ARQ.
           CLOSE MANDATO-FILE.
       2400-CONTAR-MANDATOS-EXIT.
           EXIT.

       2450-LER-MANDATO.
           READ MANDATO-FILE.
           IF WRK-STATUS-MAND NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 2450-LER-MANDATO-EXIT
           END-IF.
           IF NOT MAND-ATIVO
               GO TO 2450-LER-MANDATO-EXIT
           END-IF.
           MOVE MAND_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               ADD 1 TO WRK-EN-QTDE-MANDATOS (WRK-EN-IDX)
           END-IF.
       2450-LER-MANDATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-CONTAR-ORDENS.
      *----------------------------------------------------------------*
           OPEN INPUT ORDEM-FILE.
           IF WRK-STATUS-ORD NOT = "00"
               CLOSE ORDEM-FILE
               GO TO 2500-CONTAR-ORDENS-EXIT
           END-IF.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 2550-LER-ORDEM THRU 2550-LER-ORDEM-EXIT
               UNTIL FIM-ARQ.
           CLOSE ORDEM-FILE.
       2500-CONTAR-ORDENS-EXIT.
           EXIT.

       2550-LER-ORDEM.
           READ ORDEM-FILE.
           IF WRK-STATUS-ORD NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 2550-LER-ORDEM-EXIT
           END-IF.
           MOVE ORD-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               ADD 1 TO WRK-EN-QTDE-ORDENS (WRK-EN-IDX)
           END-IF.
       2550-LER-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-CONTAR-CHAVES.
      *----------------------------------------------------------------*
           OPEN I-O CHAVE-FILE.
           IF WRK-STATUS-CHAVE NOT = "00"
               GO TO 2600-CONTAR-CHAVES-EXIT
           END-IF.
           SET CHAVE-ABERTA TO TRUE.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 2650-LER-CHAVE THRU 2650-LER-CHAVE-EXIT
               UNTIL FIM-ARQ.
       2600-CONTAR-CHAVES-EXIT.
           EXIT.

       2650-LER-CHAVE.
           READ CHAVE-FILE NEXT RECORD.
           IF WRK-STATUS-CHAVE NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 2650-LER-CHAVE-EXIT
           END-IF.
           MOVE PIXK_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               ADD 1 TO WRK-EN-QTDE-CHAVES (WRK-EN-IDX)
           END-IF.
       2650-LER-CHAVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FOLHA NAO USADA: DENTRO DE UMA FAIXA EMITIDA EM CHEQLIVRO,  *
      *>   SEM APRESENTACAO EM CHEQSAC E SEM SUSTACAO EM CHEQSUST. NO  *
      *>   CANCELAMENTO CADA UMA VIRA SUSTACAO POR ENCERRAMENTO        *
      *----------------------------------------------------------------*
       2700-VARRER-FOLHAS.
      *----------------------------------------------------------------*
           IF NOT LIVRO-ABERTO
               GO TO 2700-VARRER-FOLHAS-EXIT
           END-IF.
           IF FOLHAS-SUSTAR AND NOT EN-CANCELAR (WRK-EN-IDX)
               GO TO 2700-VARRER-FOLHAS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-LIV.
           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO LIV_CONTA.
           MOVE ZEROS TO LIV_NUM_INICIO.
           START LIVRO-FILE KEY IS NOT LESS THAN LIV-CHAVE
               INVALID KEY
                   GO TO 2700-VARRER-FOLHAS-EXIT
           END-START.

           PERFORM 2750-EXAMINAR-FAIXA THRU 2750-EXAMINAR-FAIXA-EXIT
               UNTIL FIM-LIV.
       2700-VARRER-FOLHAS-EXIT.
           EXIT.

       2750-EXAMINAR-FAIXA.
           READ LIVRO-FILE NEXT RECORD.
           IF WRK-STATUS-LIV NOT = "00"
               OR LIV_CONTA NOT = WRK-EN-CONTA (WRK-EN-IDX)
               SET FIM-LIV TO TRUE
               GO TO 2750-EXAMINAR-FAIXA-EXIT
           END-IF.

           PERFORM 2800-EXAMINAR-FOLHA THRU 2800-EXAMINAR-FOLHA-EXIT
               VARYING WRK-FOLHA FROM LIV_NUM_INICIO BY 1
               UNTIL WRK-FOLHA > LIV_NUM_FIM.
       2750-EXAMINAR-FAIXA-EXIT.
           EXIT.

       2800-EXAMINAR-FOLHA.
           MOVE "S" TO WRK-FOLHA-LIVRE.

           IF SACADO-ABERTO
               MOVE LIV_CONTA TO SAC_CONTA
               MOVE WRK-FOLHA TO SAC_NUMERO
               READ SACADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WRK-FOLHA-LIVRE
               END-READ
           END-IF.
           IF NOT FOLHA-LIVRE
               GO TO 2800-EXAMINAR-FOLHA-EXIT
           END-IF.

           IF SUSTACAO-ABERTA
               MOVE LIV_CONTA TO SUS_CONTA
               MOVE WRK-FOLHA TO SUS_NUMERO
               READ SUSTACAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WRK-FOLHA-LIVRE
               END-READ
           END-IF.
           IF NOT FOLHA-LIVRE
               GO TO 2800-EXAMINAR-FOLHA-EXIT
           END-IF.

           IF FOLHAS-CONTAR
               ADD 1 TO WRK-EN-QTDE-FOLHAS (WRK-EN-IDX)
               GO TO 2800-EXAMINAR-FOLHA-EXIT
           END-IF.

           IF NOT SUSTACAO-ABERTA
               GO TO 2800-EXAMINAR-FOLHA-EXIT
           END-IF.
           MOVE LIV_CONTA         TO SUS_CONTA.
           MOVE WRK-FOLHA         TO SUS_NUMERO.
           MOVE "CONTA ENCERRADA" TO SUS_MOTIVO.
           MOVE WRK-EN-OPERADOR (WRK-EN-IDX) TO SUS_OPERADOR.
           MOVE WRK-DATA-HOJE-N   TO SUS_DATA.
           MOVE "A"               TO SUS_SITUACAO.
           WRITE SUSTACAO-REG
               INVALID KEY
                   GO TO 2800-EXAMINAR-FOLHA-EXIT
           END-WRITE.
           ADD 1 TO WRK-QTDE-FOLHA-CANC.
       2800-EXAMINAR-FOLHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DECISAO POR CONTA: LISTA O CHECKLIST, RECUSA SE HA          *
      *>   IMPEDIMENTO, LANCA TARIFA E TRANSFERENCIA DO PEDIDO NOVO E  *
      *>   ENCERRA QUANDO O SALDO JA ESTA ZERADO                       *
      *----------------------------------------------------------------*
       3000-DECIDIR-ENCERRAMENTO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-QTDE-IMPEDIMENTOS.
           MOVE ZEROS  TO WRK-TARIFA-FINAL.
           MOVE ZEROS  TO WRK-VALOR-TRANSF.

           PERFORM 3100-LISTAR-CHECKLIST
               THRU 3100-LISTAR-CHECKLIST-EXIT.

           IF EN-CONTA-INEXISTENTE (WRK-EN-IDX)
               MOVE "CONTA NAO ENCONTRADA EM CONTASDB" TO WRK-MOTIVO
               GO TO 3000-DECIDIR-RECUSAR
           END-IF.
           IF EN-CONTA-ENCERRADA (WRK-EN-IDX)
               MOVE "CONTA JA ENCERRADA" TO WRK-MOTIVO
               GO TO 3000-DECIDIR-RECUSAR
           END-IF.
           IF WRK-QTDE-IMPEDIMENTOS > ZEROS
               MOVE "HA ITENS QUE IMPEDEM O ENCERRAMENTO" TO WRK-MOTIVO
               GO TO 3000-DECIDIR-RECUSAR
           END-IF.

           IF EN-PEDIDO-NOVO (WRK-EN-IDX)
               PERFORM 3200-CALCULAR-TARIFA
                   THRU 3200-CALCULAR-TARIFA-EXIT
           END-IF.

           COMPUTE WRK-SALDO-LIQUIDO =
               WRK-EN-SALDO (WRK-EN-IDX) - WRK-TARIFA-FINAL.
           IF WRK-SALDO-LIQUIDO < ZEROS
               MOVE "SALDO NAO COBRE DEBITO OU TARIFA FINAL"
                   TO WRK-MOTIVO
               GO TO 3000-DECIDIR-RECUSAR
           END-IF.
      *>   PENDENTE AINDA COM SALDO NO MESMO DIA DO PEDIDO: O
      *>   ACUMULADOR AINDA NAO PASSOU, NADA E LANCADO DE NOVO
           IF WRK-SALDO-LIQUIDO > ZEROS
               AND EN-PENDENTE (WRK-EN-IDX)
               AND WRK-EN-DATA-PEDIDO (WRK-EN-IDX) = WRK-DATA-HOJE-N
               MOVE "AGUARDANDO O ACUMULADOR DEBITAR O SALDO"
                   TO WRK-MOTIVO
               GO TO 3000-DECIDIR-RECUSAR
           END-IF.
           IF WRK-SALDO-LIQUIDO > ZEROS
               AND (WRK-EN-ISPB (WRK-EN-IDX) = SPACES
                 OR WRK-EN-CONTA-DEST (WRK-EN-IDX) = ZEROS)
               MOVE "DESTINO DO SALDO NAO INFORMADO" TO WRK-MOTIVO
               GO TO 3000-DECIDIR-RECUSAR
           END-IF.

      *>   DAQUI EM DIANTE NADA MAIS IMPEDE: OS DEPENDENTES SAO
      *>   CANCELADOS NO FIM DA RODADA E O DINHEIRO E LANCADO
           MOVE "S" TO WRK-EN-CANCELAR (WRK-EN-IDX).
           MOVE WRK-SALDO-LIQUIDO TO WRK-VALOR-TRANSF.

           IF WRK-TARIFA-FINAL > ZEROS
               PERFORM 3400-LANCAR-TARIFA THRU 3400-LANCAR-TARIFA-EXIT
           END-IF.
           IF WRK-VALOR-TRANSF > ZEROS
               PERFORM 3500-TRANSFERIR-SALDO
                   THRU 3500-TRANSFERIR-SALDO-EXIT
           END-IF.

           PERFORM 3800-GRAVAR-CONTROLE THRU 3800-GRAVAR-CONTROLE-EXIT.

           IF WRK-TARIFA-FINAL = ZEROS
               AND WRK-VALOR-TRANSF = ZEROS
               PERFORM 3600-ENCERRAR-CONTA
                   THRU 3600-ENCERRAR-CONTA-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-LIQUIDACAO
               MOVE "EM LIQUIDACAO"      TO WRK-LD-DECISAO
               MOVE "ENCERRA APOS O ACUMULADOR ZERAR O SALDO"
                   TO WRK-LD-MOTIVO
               MOVE WRK-LINHA-DECISAO TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           GO TO 3000-DECIDIR-LINHA.

       3000-DECIDIR-RECUSAR.
           IF EN-PEDIDO-NOVO (WRK-EN-IDX)
               ADD 1 TO WRK-QTDE-RECUSADOS
               MOVE "RECUSADO"            TO WRK-LD-DECISAO
           ELSE
               MOVE "CONTINUA EM LIQUIDACAO" TO WRK-LD-DECISAO
           END-IF.
           MOVE WRK-MOTIVO TO WRK-LD-MOTIVO.
           MOVE WRK-LINHA-DECISAO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       3000-DECIDIR-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3000-DECIDIR-ENCERRAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   IMPEDIMENTOS (O CLIENTE OU A AREA RESPONSAVEL RESOLVE) E    *
      *>   ITENS CANCELADOS PELO PROPRIO JOB                           *
      *----------------------------------------------------------------*
       3100-LISTAR-CHECKLIST.
      *----------------------------------------------------------------*
           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO WRK-LC-CONTA.
           IF EN-PEDIDO-NOVO (WRK-EN-IDX)
               MOVE "PEDIDO NOVO"         TO WRK-LC-ORIGEM
           ELSE
               MOVE "EM LIQUIDACAO"       TO WRK-LC-ORIGEM
           END-IF.
           MOVE WRK-EN-SALDO (WRK-EN-IDX) TO WRK-LC-SALDO.
           MOVE WRK-LINHA-CONTA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF EN-CONTA-INEXISTENTE (WRK-EN-IDX)
               OR EN-CONTA-ENCERRADA (WRK-EN-IDX)
               GO TO 3100-LISTAR-CHECKLIST-EXIT
           END-IF.

           IF EN-CONTA-BLOQUEADA (WRK-EN-IDX)
               ADD 1 TO WRK-QTDE-IMPEDIMENTOS
               MOVE "CONTA BLOQUEADA"             TO WRK-LI-DESCRICAO
               MOVE 1                             TO WRK-LI-QTDE
               MOVE "IMPEDE"                      TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           IF WRK-EN-QTDE-RESERVAS (WRK-EN-IDX) > ZEROS
               ADD WRK-EN-QTDE-RESERVAS (WRK-EN-IDX)
                   TO WRK-QTDE-IMPEDIMENTOS
               MOVE "RESERVAS DE CARTAO ATIVAS"   TO WRK-LI-DESCRICAO
               MOVE WRK-EN-QTDE-RESERVAS (WRK-EN-IDX) TO WRK-LI-QTDE
               MOVE "IMPEDE - AGUARDAR LIQUIDACAO" TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           IF WRK-EN-QTDE-PLANOS (WRK-EN-IDX) > ZEROS
               ADD WRK-EN-QTDE-PLANOS (WRK-EN-IDX)
                   TO WRK-QTDE-IMPEDIMENTOS
               MOVE "PLANOS DE PARCELAS ATIVOS"   TO WRK-LI-DESCRICAO
               MOVE WRK-EN-QTDE-PLANOS (WRK-EN-IDX) TO WRK-LI-QTDE
               MOVE "IMPEDE - QUITAR O PLANO"     TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           IF WRK-EN-QTDE-BLOQ (WRK-EN-IDX) > ZEROS
               ADD WRK-EN-QTDE-BLOQ (WRK-EN-IDX)
                   TO WRK-QTDE-IMPEDIMENTOS
               MOVE "BLOQUEIOS JUDICIAIS ATIVOS"  TO WRK-LI-DESCRICAO
               MOVE WRK-EN-QTDE-BLOQ (WRK-EN-IDX) TO WRK-LI-QTDE
               MOVE "IMPEDE - AGUARDAR O JUIZO"   TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           IF WRK-EN-QTDE-MANDATOS (WRK-EN-IDX) > ZEROS
               MOVE "MANDATOS DE DEBITO ATIVOS"   TO WRK-LI-DESCRICAO
               MOVE WRK-EN-QTDE-MANDATOS (WRK-EN-IDX) TO WRK-LI-QTDE
               MOVE "CANCELAR"                    TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           IF WRK-EN-QTDE-ORDENS (WRK-EN-IDX) > ZEROS
               MOVE "ORDENS PERMANENTES"          TO WRK-LI-DESCRICAO
               MOVE WRK-EN-QTDE-ORDENS (WRK-EN-IDX) TO WRK-LI-QTDE
               MOVE "CANCELAR"                    TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           IF WRK-EN-QTDE-CHAVES (WRK-EN-IDX) > ZEROS
               MOVE "CHAVES PIX"                  TO WRK-LI-DESCRICAO
               MOVE WRK-EN-QTDE-CHAVES (WRK-EN-IDX) TO WRK-LI-QTDE
               MOVE "CANCELAR"                    TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           IF WRK-EN-QTDE-FOLHAS (WRK-EN-IDX) > ZEROS
               MOVE "FOLHAS DE CHEQUE NAO USADAS" TO WRK-LI-DESCRICAO
               MOVE WRK-EN-QTDE-FOLHAS (WRK-EN-IDX) TO WRK-LI-QTDE
               MOVE "CANCELAR (SUSTAR)"           TO WRK-LI-SITUACAO
               MOVE WRK-LINHA-ITEM TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
       3100-LISTAR-CHECKLIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TARIFA DE MANUTENCAO PROPORCIONAL AOS DIAS JA CORRIDOS DO   *
      *>   MES (BASE 30): A COBRANCA MENSAL NAO VAI MAIS ALCANCAR A    *
      *>   CONTA ENCERRADA. CLIENTE ISENTO NAO PAGA                    *
      *----------------------------------------------------------------*
       3200-CALCULAR-TARIFA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-TARIFA-FINAL.
           MOVE "N" TO WRK-CLIENTE-ISENTO.
           MOVE "N" TO WRK-TARIFA-ACHADA.

           IF WRK-MAX-ISENTOS > ZEROS
               SET WRK-IS-IDX TO 1
               SEARCH WRK-IS-CPF
                   VARYING WRK-IS-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-IS-CPF (WRK-IS-IDX) =
                        WRK-EN-CPF (WRK-EN-IDX)
                       SET CLIENTE-ISENTO TO TRUE
               END-SEARCH
           END-IF.
           IF CLIENTE-ISENTO
               GO TO 3200-CALCULAR-TARIFA-EXIT
           END-IF.

           IF WRK-MAX-TARIFAS = ZEROS
               GO TO 3200-CALCULAR-TARIFA-EXIT
           END-IF.

      *>   O SERVICO E O DO PRODUTO DA CONTA, COMO NA COBRANCA MENSAL;
      *>   PRODUTO SEM SERVICO NAO PAGA TARIFA FINAL
           CALL "PRODUTO-LE" USING WRK-EN-COD-PRODUTO (WRK-EN-IDX)
               WRK-EN-FAMILIA (WRK-EN-IDX) PRODUTO-REG
               WRK-PRODUTO-ACHADO.
           IF NOT PRODUTO-ACHADO
               OR PROD_SERVICO_TARIFA = SPACES
               GO TO 3200-CALCULAR-TARIFA-EXIT
           END-IF.

           SET WRK-TF-IDX TO 1.
           SEARCH WRK-TF-ITEM
               VARYING WRK-TF-IDX
               AT END
                   CONTINUE
               WHEN WRK-TF-TIPO (WRK-TF-IDX) =
                    WRK-EN-TIPO-CLI (WRK-EN-IDX)
                AND WRK-TF-SERVICO (WRK-TF-IDX) = PROD_SERVICO_TARIFA
                   SET TARIFA-ACHADA TO TRUE
                   MOVE WRK-TF-VALOR (WRK-TF-IDX) TO WRK-VALOR-TARIFA
           END-SEARCH.
           IF NOT TARIFA-ACHADA
               GO TO 3200-CALCULAR-TARIFA-EXIT
           END-IF.

           MOVE WRK-HOJE-DIA TO WRK-DIAS-USO.
           IF WRK-DIAS-USO > 30
               MOVE 30 TO WRK-DIAS-USO
           END-IF.
           COMPUTE WRK-TARIFA-FINAL ROUNDED =
               WRK-VALOR-TARIFA * WRK-DIAS-USO / 30.
       3200-CALCULAR-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A TARIFA FINAL E DEBITADA NA PROPRIA CONTA TAMBEM PARA      *
      *>   PESSOA JURIDICA: A FATURA CONSOLIDADA DO MES SO SAIRIA      *
      *>   DEPOIS DO ENCERRAMENTO                                      *
      *----------------------------------------------------------------*
       3400-LANCAR-TARIFA.
      *----------------------------------------------------------------*
           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO TRANS_CONTA.
           MOVE "D"                       TO TRANS_TIPO.
           MOVE WRK-TARIFA-FINAL          TO TRANS_VALOR.
           MOVE WRK-EN-MOEDA (WRK-EN-IDX) TO TRANS_MOEDA.
           MOVE "TARF"                    TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           ADD WRK-TARIFA-FINAL TO WRK-TOTAL-TARIFA.

           MOVE "TARIFA FINAL PROPORCIONAL"   TO WRK-LV-DESCRICAO.
           MOVE WRK-TARIFA-FINAL              TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3400-LANCAR-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O SALDO QUE SOBRA SAI DA CONTA (MOVIMENTO ENCT) E VAI NA    *
      *>   REMESSA DE TRANSFERENCIA PARA O DESTINO INDICADO            *
      *----------------------------------------------------------------*
       3500-TRANSFERIR-SALDO.
      *----------------------------------------------------------------*
           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO TRANS_CONTA.
           MOVE "D"                       TO TRANS_TIPO.
           MOVE WRK-VALOR-TRANSF          TO TRANS_VALOR.
           MOVE WRK-EN-MOEDA (WRK-EN-IDX) TO TRANS_MOEDA.
           MOVE "ENCT"                    TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           ADD 1 TO WRK-QTDE-TRANSF.
           ADD WRK-VALOR-TRANSF TO WRK-TOTAL-TRANSF.

           MOVE WRK-QTDE-TRANSF                TO WRK-TD-SEQ.
           MOVE WRK-EN-CONTA (WRK-EN-IDX)      TO WRK-TD-CONTA.
           MOVE WRK-EN-CPF (WRK-EN-IDX)        TO WRK-TD-CPF.
           MOVE WRK-EN-ISPB (WRK-EN-IDX)       TO WRK-TD-ISPB.
           MOVE WRK-EN-AGENCIA (WRK-EN-IDX)    TO WRK-TD-AGENCIA.
           MOVE WRK-EN-CONTA-DEST (WRK-EN-IDX) TO WRK-TD-CONTA-DEST.
           MOVE WRK-VALOR-TRANSF               TO WRK-TD-VALOR.
           MOVE WRK-TRF-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           MOVE "SALDO TRANSFERIDO AO DESTINO" TO WRK-LV-DESCRICAO.
           MOVE WRK-VALOR-TRANSF               TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3500-TRANSFERIR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDO ZERADO E NADA IMPEDINDO: A CONTA VIRA ENCERRADA E A   *
      *>   CARTA SAI PARA O CLIENTE                                    *
      *----------------------------------------------------------------*
       3600-ENCERRAR-CONTA.
      *----------------------------------------------------------------*
           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 3600-ENCERRAR-CONTA-EXIT
           END-READ.
           MOVE "E" TO CONTA_STATUS.
           REWRITE CONTA-REG.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "ERRO AO ENCERRAR CONTA " CONTA_NUMERO
                   " STATUS " WRK-STATUS-CONTA
               GO TO 3600-ENCERRAR-CONTA-EXIT
           END-IF.

           MOVE WRK-EN-CONTA (WRK-EN-IDX) TO ENC_CONTA.
           READ CONTROLE-FILE
               INVALID KEY
                   GO TO 3600-ENCERRAR-CONTA-EXIT
           END-READ.
           MOVE "E"             TO ENC_SITUACAO.
           MOVE WRK-DATA-HOJE-N TO ENC_DATA_ENCERRA.
           REWRITE ENCERRA-REG.

           ADD 1 TO WRK-QTDE-ENCERRADAS.
           MOVE "ENCERRADA"     TO WRK-LD-DECISAO.
           MOVE SPACES          TO WRK-LD-MOTIVO.
           MOVE WRK-LINHA-DECISAO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 3700-EMITIR-CARTA THRU 3700-EMITIR-CARTA-EXIT.
       3600-ENCERRAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3700-EMITIR-CARTA.
      *----------------------------------------------------------------*
           MOVE SPACES TO CLIENTE_NOME CLIENTE_ENDERECO.
           MOVE ZEROS  TO CLIENTE_END_CEP.
           MOVE WRK-EN-CPF (WRK-EN-IDX) TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CLIENTE_NOME CLIENTE_ENDERECO
                   MOVE ZEROS  TO CLIENTE_END_CEP
           END-READ.

           MOVE "COMUNICADO DE ENCERRAMENTO DE CONTA" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE CLIENTE_NOME TO WRK-CD-NOME.
           MOVE WRK-CARTA-DESTINATARIO TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE CLIENTE_END_LOGRADOURO TO WRK-CE-LOGRADOURO.
           MOVE CLIENTE_END_NUMERO     TO WRK-CE-NUMERO.
           MOVE CLIENTE_END_BAIRRO     TO WRK-CE-BAIRRO.
           MOVE WRK-CARTA-ENDERECO-1 TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE CLIENTE_END_CIDADE     TO WRK-CE-CIDADE.
           MOVE CLIENTE_END_UF         TO WRK-CE-UF.
           MOVE CLIENTE_END_CEP        TO WRK-CE-CEP.
           MOVE WRK-CARTA-ENDERECO-2 TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE ENC_CONTA    TO WRK-CC-CONTA.
           MOVE WRK-HOJE-DIA TO WRK-CC-DIA.
           MOVE WRK-HOJE-MES TO WRK-CC-MES.
           MOVE WRK-HOJE-ANO TO WRK-CC-ANO.
           MOVE WRK-CARTA-CONTA TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE "TARIFA DE MANUTENCAO PROPORCIONAL......:"
               TO WRK-CV-DESCRICAO.
           MOVE ENC_TARIFA TO WRK-CV-VALOR.
           MOVE WRK-CARTA-VALOR TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE "SALDO REMANESCENTE TRANSFERIDO.........:"
               TO WRK-CV-DESCRICAO.
           MOVE ENC_TRANSFERIDO TO WRK-CV-VALOR.
           MOVE WRK-CARTA-VALOR TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF ENC_TRANSFERIDO > ZEROS
               MOVE ENC_ISPB       TO WRK-CT-ISPB
               MOVE ENC_AGENCIA    TO WRK-CT-AGENCIA
               MOVE ENC_CONTA_DEST TO WRK-CT-CONTA-DEST
               MOVE WRK-CARTA-DESTINO TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.

           MOVE "DEBITOS AUTOMATICOS CANCELADOS.........:"
               TO WRK-CQ-DESCRICAO.
           MOVE ENC_QTDE_MANDATOS TO WRK-CQ-QTDE.
           MOVE WRK-CARTA-QTDE TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "ORDENS PERMANENTES CANCELADAS..........:"
               TO WRK-CQ-DESCRICAO.
           MOVE ENC_QTDE_ORDENS TO WRK-CQ-QTDE.
           MOVE WRK-CARTA-QTDE TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "CHAVES PIX EXCLUIDAS...................:"
               TO WRK-CQ-DESCRICAO.
           MOVE ENC_QTDE_CHAVES TO WRK-CQ-QTDE.
           MOVE WRK-CARTA-QTDE TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "FOLHAS DE CHEQUE CANCELADAS............:"
               TO WRK-CQ-DESCRICAO.
           MOVE ENC_QTDE_FOLHAS TO WRK-CQ-QTDE.
           MOVE WRK-CARTA-QTDE TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "CHEQUES APRESENTADOS APOS ESTA DATA SERAO DEVOLVIDOS."
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE ALL "-" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
       3700-EMITIR-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PEDIDO NOVO APROVADO GANHA O CONTROLE EM LIQUIDACAO;        *
      *>   PENDENTE ACUMULA O QUE FOI TRANSFERIDO E CANCELADO DE NOVO  *
      *----------------------------------------------------------------*
       3800-GRAVAR-CONTROLE.
      *----------------------------------------------------------------*
           IF EN-PEDIDO-NOVO (WRK-EN-IDX)
               INITIALIZE ENCERRA-REG
               MOVE WRK-EN-CONTA (WRK-EN-IDX)      TO ENC_CONTA
               MOVE "L"                            TO ENC_SITUACAO
               MOVE WRK-EN-ISPB (WRK-EN-IDX)       TO ENC_ISPB
               MOVE WRK-EN-AGENCIA (WRK-EN-IDX)    TO ENC_AGENCIA
               MOVE WRK-EN-CONTA-DEST (WRK-EN-IDX) TO ENC_CONTA_DEST
               MOVE WRK-EN-OPERADOR (WRK-EN-IDX)   TO ENC_OPERADOR
               MOVE WRK-DATA-HOJE-N                TO ENC_DATA_PEDIDO
               MOVE WRK-TARIFA-FINAL               TO ENC_TARIFA
           ELSE
               MOVE WRK-EN-CONTA (WRK-EN-IDX) TO ENC_CONTA
               READ CONTROLE-FILE
                   INVALID KEY
                       GO TO 3800-GRAVAR-CONTROLE-EXIT
               END-READ
           END-IF.

           ADD WRK-VALOR-TRANSF TO ENC_TRANSFERIDO.
           ADD WRK-EN-QTDE-MANDATOS (WRK-EN-IDX) TO ENC_QTDE_MANDATOS.
           ADD WRK-EN-QTDE-ORDENS (WRK-EN-IDX)   TO ENC_QTDE_ORDENS.
           ADD WRK-EN-QTDE-CHAVES (WRK-EN-IDX)   TO ENC_QTDE_CHAVES.
           ADD WRK-EN-QTDE-FOLHAS (WRK-EN-IDX)   TO ENC_QTDE_FOLHAS.

           IF EN-PEDIDO-NOVO (WRK-EN-IDX)
               WRITE ENCERRA-REG
           ELSE
               REWRITE ENCERRA-REG
           END-IF.
           IF WRK-STATUS-CTL NOT = "00"
               DISPLAY "ERRO AO GRAVAR CONTROLE DE ENCERRAMENTO, CONTA "
                   ENC_CONTA " STATUS " WRK-STATUS-CTL
           END-IF.
       3800-GRAVAR-CONTROLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CANCELAMENTO DOS DEPENDENTES DAS CONTAS APROVADAS: FOLHAS   *
      *>   VIRAM SUSTACAO, MANDATOS FICAM CANCELADOS E ORDENS E CHAVES *
      *>   PIX SAEM DOS CADASTROS                                      *
      *----------------------------------------------------------------*
       4000-CANCELAR-DEPENDENTES.
      *----------------------------------------------------------------*
           IF WRK-MAX-ENTRADAS = ZEROS
               GO TO 4000-CANCELAR-DEPENDENTES-EXIT
           END-IF.

           SET FOLHAS-SUSTAR TO TRUE.
           PERFORM 2700-VARRER-FOLHAS THRU 2700-VARRER-FOLHAS-EXIT
               VARYING WRK-EN-IDX FROM 1 BY 1
               UNTIL WRK-EN-IDX > WRK-MAX-ENTRADAS.

           PERFORM 4200-CANCELAR-MANDATOS
               THRU 4200-CANCELAR-MANDATOS-EXIT.
           PERFORM 4300-CANCELAR-ORDENS THRU 4300-CANCELAR-ORDENS-EXIT.
           PERFORM 4400-EXCLUIR-CHAVES  THRU 4400-EXCLUIR-CHAVES-EXIT.
       4000-CANCELAR-DEPENDENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEBAUTMST E REESCRITO VIA ENCERWRK, COMO CONTA-RENUMERA.COB *
      *----------------------------------------------------------------*
       4200-CANCELAR-MANDATOS.
      *----------------------------------------------------------------*
           OPEN INPUT MANDATO-FILE.
           IF WRK-STATUS-MAND NOT = "00"
               CLOSE MANDATO-FILE
               GO TO 4200-CANCELAR-MANDATOS-EXIT
           END-IF.
           OPEN OUTPUT TRABALHO-FILE.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 4210-COPIAR-MANDATO THRU 4210-COPIAR-MANDATO-EXIT
               UNTIL FIM-ARQ.
           CLOSE MANDATO-FILE.
           CLOSE TRABALHO-FILE.

           OPEN OUTPUT MANDATO-FILE.
           OPEN INPUT  TRABALHO-FILE.
           MOVE "N" TO WRK-FIM-TRAB.
           PERFORM 4220-DEVOLVER-MANDATO
               THRU 4220-DEVOLVER-MANDATO-EXIT
               UNTIL FIM-TRAB.
           CLOSE MANDATO-FILE.
           CLOSE TRABALHO-FILE.
       4200-CANCELAR-MANDATOS-EXIT.
           EXIT.

       4210-COPIAR-MANDATO.
           READ MANDATO-FILE.
           IF WRK-STATUS-MAND NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 4210-COPIAR-MANDATO-EXIT
           END-IF.
           IF MAND-ATIVO
               MOVE MAND_CONTA TO WRK-CONTA-BUSCA
               PERFORM 8500-PROCURAR-ENTRADA
                   THRU 8500-PROCURAR-ENTRADA-EXIT
               IF ENTRADA-ACHADA
                   AND EN-CANCELAR (WRK-EN-IDX)
                   MOVE "C" TO MAND_SITUACAO
                   MOVE WRK-DATA-HOJE-N TO MAND_VIG_FIM
                   ADD 1 TO WRK-QTDE-MAND-CANC
               END-IF
           END-IF.
           WRITE TRABALHO-REG FROM MANDATO-REG.
       4210-COPIAR-MANDATO-EXIT.
           EXIT.

       4220-DEVOLVER-MANDATO.
           READ TRABALHO-FILE.
           IF WRK-STATUS-TRAB NOT = "00"
               SET FIM-TRAB TO TRUE
               GO TO 4220-DEVOLVER-MANDATO-EXIT
           END-IF.
           MOVE TRABALHO-REG TO MANDATO-REG.
           WRITE MANDATO-REG.
       4220-DEVOLVER-MANDATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ORDPERM NAO TEM SITUACAO: A ORDEM DA CONTA APROVADA NAO     *
      *>   VOLTA PARA O CADASTRO                                       *
      *----------------------------------------------------------------*
       4300-CANCELAR-ORDENS.
      *----------------------------------------------------------------*
           OPEN INPUT ORDEM-FILE.
           IF WRK-STATUS-ORD NOT = "00"
               CLOSE ORDEM-FILE
               GO TO 4300-CANCELAR-ORDENS-EXIT
           END-IF.
           OPEN OUTPUT TRABALHO-FILE.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 4310-COPIAR-ORDEM THRU 4310-COPIAR-ORDEM-EXIT
               UNTIL FIM-ARQ.
           CLOSE ORDEM-FILE.
           CLOSE TRABALHO-FILE.

           OPEN OUTPUT ORDEM-FILE.
           OPEN INPUT  TRABALHO-FILE.
           MOVE "N" TO WRK-FIM-TRAB.
           PERFORM 4320-DEVOLVER-ORDEM THRU 4320-DEVOLVER-ORDEM-EXIT
               UNTIL FIM-TRAB.
           CLOSE ORDEM-FILE.
           CLOSE TRABALHO-FILE.
       4300-CANCELAR-ORDENS-EXIT.
           EXIT.

       4310-COPIAR-ORDEM.
           READ ORDEM-FILE.
           IF WRK-STATUS-ORD NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 4310-COPIAR-ORDEM-EXIT
           END-IF.
           MOVE ORD-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               AND EN-CANCELAR (WRK-EN-IDX)
               ADD 1 TO WRK-QTDE-ORD-CANC
               GO TO 4310-COPIAR-ORDEM-EXIT
           END-IF.
           WRITE TRABALHO-REG FROM ORDEM-REG.
       4310-COPIAR-ORDEM-EXIT.
           EXIT.

       4320-DEVOLVER-ORDEM.
           READ TRABALHO-FILE.
           IF WRK-STATUS-TRAB NOT = "00"
               SET FIM-TRAB TO TRUE
               GO TO 4320-DEVOLVER-ORDEM-EXIT
           END-IF.
           MOVE TRABALHO-REG TO ORDEM-REG.
           WRITE ORDEM-REG.
       4320-DEVOLVER-ORDEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4400-EXCLUIR-CHAVES.
      *----------------------------------------------------------------*
           IF NOT CHAVE-ABERTA
               GO TO 4400-EXCLUIR-CHAVES-EXIT
           END-IF.

           MOVE LOW-VALUES TO PIXK_CHAVE.
           START CHAVE-FILE KEY IS NOT LESS THAN PIXK_CHAVE
               INVALID KEY
                   GO TO 4400-EXCLUIR-CHAVES-EXIT
           END-START.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM 4450-EXAMINAR-CHAVE THRU 4450-EXAMINAR-CHAVE-EXIT
               UNTIL FIM-ARQ.
       4400-EXCLUIR-CHAVES-EXIT.
           EXIT.

       4450-EXAMINAR-CHAVE.
           READ CHAVE-FILE NEXT RECORD.
           IF WRK-STATUS-CHAVE NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 4450-EXAMINAR-CHAVE-EXIT
           END-IF.
           MOVE PIXK_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-ENTRADA
               THRU 8500-PROCURAR-ENTRADA-EXIT.
           IF ENTRADA-ACHADA
               AND EN-CANCELAR (WRK-EN-IDX)
               DELETE CHAVE-FILE
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR CHAVE PIX " PIXK_CHAVE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-CHAVE-CANC
               END-DELETE
           END-IF.
       4450-EXAMINAR-CHAVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8500-PROCURAR-ENTRADA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ENTRADA-ACHADA.
           IF WRK-MAX-ENTRADAS = ZEROS
               GO TO 8500-PROCURAR-ENTRADA-EXIT
           END-IF.

           SET WRK-EN-IDX TO 1.
           SEARCH WRK-EN-ITEM
               AT END
                   CONTINUE
               WHEN WRK-EN-IDX > WRK-MAX-ENTRADAS
                   CONTINUE
               WHEN WRK-EN-CONTA (WRK-EN-IDX) = WRK-CONTA-BUSCA
                   SET ENTRADA-ACHADA TO TRUE
           END-SEARCH.
       8500-PROCURAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO                      *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "ENC"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE-N      TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE WRK-EN-OPERADOR (WRK-EN-IDX) TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-TRANSF  TO WRK-TT-QTDE.
           MOVE WRK-TOTAL-TRANSF TO WRK-TT-VALOR.
           MOVE WRK-TRF-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE CONTROLE-FILE.
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           IF CHAVE-ABERTA
               CLOSE CHAVE-FILE
           END-IF.
           IF LIVRO-ABERTO
               CLOSE LIVRO-FILE
           END-IF.
           IF SACADO-ABERTO
               CLOSE SACADO-FILE
           END-IF.
           IF SUSTACAO-ABERTA
               CLOSE SUSTACAO-FILE
           END-IF.
           CLOSE TRANSACAO-FILE.
           CLOSE REMESSA-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE CARTA-FILE.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
           MOVE "G" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.

           DISPLAY "===== ENCERRAMENTO DE CONTAS =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-PEDIDOS.
           DISPLAY "PENDENTES REAVALIADOS: " WRK-QTDE-PENDENTES.
           DISPLAY "PEDIDOS RECUSADOS....: " WRK-QTDE-RECUSADOS.
           DISPLAY "EM LIQUIDACAO........: " WRK-QTDE-LIQUIDACAO.
           DISPLAY "CONTAS ENCERRADAS....: " WRK-QTDE-ENCERRADAS.
           DISPLAY "TARIFA FINAL COBRADA.: " WRK-TOTAL-TARIFA.
           DISPLAY "SALDOS TRANSFERIDOS..: " WRK-QTDE-TRANSF.
           DISPLAY "VALOR TRANSFERIDO....: " WRK-TOTAL-TRANSF.
           DISPLAY "MANDATOS CANCELADOS..: " WRK-QTDE-MAND-CANC.
           DISPLAY "ORDENS CANCELADAS....: " WRK-QTDE-ORD-CANC.
           DISPLAY "CHAVES PIX EXCLUIDAS.: " WRK-QTDE-CHAVE-CANC.
           DISPLAY "FOLHAS SUSTADAS......: " WRK-QTDE-FOLHA-CANC.
       9000-FINALIZAR-EXIT.
           EXIT.
