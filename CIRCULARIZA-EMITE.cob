      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CIRCULARIZA-EMITE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CIRCULARIZACAO DE SALDOS PEDIDA PELOS          <*
      *>                AUDITORES EXTERNOS, QUE TODO ANO ERA FEITA A  <*
      *>                MAO A PARTIR DO CONTABLNC. O PEDIDO CIRCPED   <*
      *>                TRAZ A DATA-BASE, O AUDITOR E O CRITERIO DA   <*
      *>                AMOSTRA: A = ALEATORIA (QUANTIDADE E SEMENTE; <*
      *>                SEMENTE ZERO VEM DO RELOGIO E SAI NO          <*
      *>                RELATORIO PARA O AUDITOR REPRODUZIR O         <*
      *>                SORTEIO), E = POR ESTRATO DE VALOR (FAIXAS DE <*
      *>                SALDO ABSOLUTO COM A QUANTIDADE DE CADA UMA)  <*
      *>                OU L = LISTA DE CONTAS DADA PELO AUDITOR. O   <*
      *>                SALDO NA DATA-BASE VEM DA FOTO DE SALDOSNAP   <*
      *>                DAQUELE DIA (CONTA-SNAPSHOT.COB); SEM FOTO DO <*
      *>                DIA, E RECONSTRUIDO POR CONTA-RECONSTROI.COB  <*
      *>                A PARTIR DA ULTIMA FOTO ANTERIOR (SNAPBASE).  <*
      *>                O SORTEIO E POR SELECAO SEQUENCIAL: CADA      <*
      *>                CONTA DA POPULACAO ENTRA COM CHANCE           <*
      *>                (FALTAM ESCOLHER) / (FALTAM EXAMINAR), O QUE  <*
      *>                DA EXATAMENTE A QUANTIDADE PEDIDA. PARA CADA  <*
      *>                CONTA DA AMOSTRA SAI EM CIRCCART UMA CARTA    <*
      *>                NUMERADA COM O SALDO NA DATA-BASE, OS PLANOS  <*
      *>                EM ABERTO (PLANOMST, POSICAO NA EMISSAO) E OS <*
      *>                CDBS APLICADOS NA DATA-BASE (CDBMST), PARA O  <*
      *>                TITULAR PRINCIPAL (CONTAREF) NO ENDERECO DE   <*
      *>                CLIMAST. ENDERECO SUSPEITO OU TITULAR SEM     <*
      *>                CADASTRO NAO RECEBE CARTA: A CONTA FICA       <*
      *>                SUPRIMIDA, COM O MOTIVO, PARA O AUDITOR       <*
      *>                APLICAR PROCEDIMENTO ALTERNATIVO. CADA CONTA  <*
      *>                DA AMOSTRA E GRAVADA EM CIRCMST PARA O        <*
      *>                ACOMPANHAMENTO DAS RESPOSTAS                  <*
      *>                (CIRCULARIZA-RETORNO.COB); UMA DATA-BASE JA   <*
      *>                CIRCULARIZADA NAO E EMITIDA DE NOVO. O        <*
      *>                RELATORIO DA EMISSAO SAI EM CIRCREL           <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "CIRCPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT SNAPSHOT-FILE       ASSIGN TO "SALDOSNAP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SNAP.

           SELECT RECONSTROI-FILE     ASSIGN TO "SNAPPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RECON.

           SELECT BASE-FILE           ASSIGN TO "SNAPBASE"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-BASE.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT CIRC-FILE           ASSIGN TO "CIRCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CIRC-CHAVE
               FILE STATUS        IS WRK-STATUS-CIRC.

           SELECT CARTA-FILE          ASSIGN TO "CIRCCART"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CARTA.

           SELECT RELATORIO-FILE      ASSIGN TO "CIRCREL"
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
           02 PED-TIPO            PIC X(01).
               88 PED-PARAMETROS      VALUE "P".
               88 PED-CONTA-LISTA     VALUE "L".
               88 PED-FAIXA           VALUE "E".
           02 PED-DADOS           PIC X(79).
           02 PED-DADOS-P         REDEFINES PED-DADOS.
               03 PED-DATA-BASE       PIC 9(08).
               03 PED-METODO          PIC X(01).
               03 PED-QTDE            PIC 9(05).
               03 PED-SEMENTE         PIC 9(09).
               03 PED-AUDITOR         PIC X(30).
               03 FILLER              PIC X(26).
           02 PED-DADOS-L         REDEFINES PED-DADOS.
               03 PED-L-CONTA         PIC 9(08).
               03 FILLER              PIC X(71).
           02 PED-DADOS-E         REDEFINES PED-DADOS.
               03 PED-E-MINIMO        PIC 9(11)V99.
               03 PED-E-MAXIMO        PIC 9(11)V99.
               03 PED-E-QTDE          PIC 9(05).
               03 FILLER              PIC X(48).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REG.
           02 SNAP_DATA           PIC 9(08).
           02 SNAP_CONTA          PIC 9(08).
           02 SNAP_SALDO          PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SNAP_MOEDA          PIC X(03).
           02 SNAP_STATUS         PIC X(01).

       FD  RECONSTROI-FILE.
       01  RECONSTROI-REG.
           02 RECON-SNAP-DATA     PIC 9(08).
           02 RECON-ALVO-DATA     PIC 9(08).

       FD  BASE-FILE.
       01  BASE-REG.
           02 BASE_DATA           PIC 9(08).
           02 BASE_CONTA          PIC 9(08).
           02 BASE_SALDO          PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 BASE_MOEDA          PIC X(03).

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  CIRC-FILE.
           COPY CIRC-REG.

       FD  CARTA-FILE.
       01  CARTA-LINHA            PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SNAP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RECON       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-BASE        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CIRC        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CARTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-SNAP           PIC X(01) VALUE "N".
           88 FIM-SNAP                VALUE "S".
       77  WRK-FIM-BASE           PIC X(01) VALUE "N".
           88 FIM-BASE                VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-CDB            PIC X(01) VALUE "N".
           88 FIM-CDB                 VALUE "S".

       77  WRK-PEDIDO             PIC X(01) VALUE "S".
           88 PEDIDO-VALIDO           VALUE "S".
           88 PEDIDO-RECUSADO         VALUE "N".
       77  WRK-MOTIVO-RECUSA      PIC X(50) VALUE SPACES.

       77  WRK-MESTRES-ABERTOS    PIC X(01) VALUE "N".
           88 MESTRES-ABERTOS         VALUE "S".

       77  WRK-FONTE-BASE         PIC X(01) VALUE SPACE.
           88 FONTE-FOTO              VALUE "F".
           88 FONTE-RECONSTRUCAO      VALUE "R".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-BASE          PIC 9(08) VALUE ZEROS.
       77  WRK-METODO             PIC X(01) VALUE SPACE.
           88 METODO-ALEATORIO        VALUE "A".
           88 METODO-ESTRATO          VALUE "E".
           88 METODO-LISTA            VALUE "L".
           88 METODO-VALIDO           VALUE "A" "E" "L".
       77  WRK-QTDE-PEDIDA        PIC 9(05) VALUE ZEROS.
       77  WRK-AUDITOR            PIC X(30) VALUE SPACES.
       77  WRK-DATA-FOTO-ANTERIOR PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-FOTO-BASE     PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   GERADOR DE PARK-MILLER: SEMENTE = SEMENTE X 16807 MODULO    *
      *>   2147483647. A CONTA ENTRA SE SEMENTE X (FALTAM EXAMINAR)    *
      *>   FOR MENOR QUE (FALTAM ESCOLHER) X 2147483647                *
      *----------------------------------------------------------------*
       77  WRK-SEMENTE            PIC 9(10) VALUE ZEROS.
       77  WRK-SEMENTE-INICIAL    PIC 9(10) VALUE ZEROS.
       77  WRK-PRODUTO-SORTEIO    PIC 9(18) VALUE ZEROS.
       77  WRK-QUOC-SORTEIO       PIC 9(18) VALUE ZEROS.
       77  WRK-LADO-SORTEIO       PIC 9(18) VALUE ZEROS.
       77  WRK-LIMITE-SORTEIO     PIC 9(18) VALUE ZEROS.
       77  WRK-FALTA-ESCOLHER     PIC 9(07) VALUE ZEROS.
       77  WRK-FALTA-EXAMINAR     PIC 9(07) VALUE ZEROS.
       77  WRK-SORTEADA           PIC X(01) VALUE "N".
           88 CONTA-SORTEADA          VALUE "S".

       77  WRK-POPULACAO          PIC 9(07) VALUE ZEROS.
       77  WRK-VISTOS             PIC 9(07) VALUE ZEROS.
       77  WRK-ESCOLHIDOS         PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CONTA CORRENTE DA BASE (FOTO OU RECONSTRUCAO)               *
      *----------------------------------------------------------------*
       77  WRK-BS-CONTA           PIC 9(08) VALUE ZEROS.
       77  WRK-BS-SALDO           PIC S9(11)V99 VALUE ZEROS.
       77  WRK-BS-MOEDA           PIC X(03) VALUE SPACES.
       77  WRK-BS-ABSOLUTO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-BS-ESTRATO         PIC 9(02) VALUE ZEROS.

       77  WRK-MAX-LISTA          PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-LISTA.
           02 WRK-LS-ITEM  OCCURS 2000 TIMES
                            INDEXED BY WRK-LS-IDX.
               03 WRK-LS-CONTA         PIC 9(08).
               03 WRK-LS-ACHADA        PIC X(01).

       77  WRK-MAX-ESTRATOS       PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-ESTRATOS.
           02 WRK-ES-ITEM  OCCURS 10 TIMES
                            INDEXED BY WRK-ES-IDX.
               03 WRK-ES-MINIMO        PIC 9(11)V99.
               03 WRK-ES-MAXIMO        PIC 9(11)V99.
               03 WRK-ES-PEDIDA        PIC 9(05).
               03 WRK-ES-POPULACAO     PIC 9(07).
               03 WRK-ES-VISTOS        PIC 9(07).
               03 WRK-ES-ESCOLHIDOS    PIC 9(07).

       77  WRK-MAX-AMOSTRA        PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU-AMOSTRA      PIC X(01) VALUE "N".
           88 ACHOU-AMOSTRA           VALUE "S".
       77  WRK-CONTA-PROCURA      PIC 9(08) VALUE ZEROS.
       01  WRK-TABELA-AMOSTRA.
           02 WRK-AM-ITEM  OCCURS 2000 TIMES
                            INDEXED BY WRK-AM-IDX.
               03 WRK-AM-CONTA         PIC 9(08).
               03 WRK-AM-SALDO         PIC S9(11)V99.
               03 WRK-AM-MOEDA         PIC X(03).
               03 WRK-AM-ESTRATO       PIC 9(02).
               03 WRK-AM-QTDE-PLANOS   PIC 9(03).
               03 WRK-AM-SALDO-PLANOS  PIC 9(11)V99.
               03 WRK-AM-QTDE-CDB      PIC 9(03).
               03 WRK-AM-SALDO-CDB     PIC 9(11)V99.

       77  WRK-SALDO-PLANO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NUMERO-CARTA       PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO-SUPRESSAO   PIC X(30) VALUE SPACES.

       77  WRK-QTDE-CARTAS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SUPRIMIDAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-FORA-BASE     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ERROS         PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-AMOSTRA      PIC S9(13)V99 VALUE ZEROS.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       01  WRK-DATA-EDICAO.
           02 WRK-ED-ANO           PIC 9(04).
           02 WRK-ED-MES           PIC 9(02).
           02 WRK-ED-DIA           PIC 9(02).
       01  WRK-DATA-EDICAO-N      REDEFINES WRK-DATA-EDICAO
                                   PIC 9(08).

       01  WRK-DATA-IMPRESSA.
           02 WRK-DI-DIA           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-DI-MES           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-DI-ANO           PIC 9(04).

      *----------------------------------------------------------------*
      *>   CARTA DE CIRCULARIZACAO                                     *
      *----------------------------------------------------------------*
       01  WRK-CARTA-TITULO.
           02 FILLER               PIC X(48) VALUE
               "CIRCULARIZACAO DE SALDOS - AUDITORIA EXTERNA".
           02 FILLER               PIC X(10) VALUE "CARTA N.".
           02 WRK-CT-NUMERO        PIC 9(05).
           02 FILLER               PIC X(17) VALUE SPACES.

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

       01  WRK-CARTA-AUDITOR.
           02 FILLER               PIC X(35) VALUE
               "NOSSOS AUDITORES INDEPENDENTES,".
           02 WRK-CA-AUDITOR       PIC X(30).
           02 FILLER               PIC X(15) VALUE ",".

       01  WRK-CARTA-DATA-BASE.
           02 FILLER               PIC X(52) VALUE
               "PEDEM QUE V.SA. CONFIRME A ELES AS POSICOES EM".
           02 WRK-CB-DATA          PIC X(10).
           02 FILLER               PIC X(18) VALUE ":".

       01  WRK-CARTA-SALDO.
           02 FILLER               PIC X(06) VALUE "CONTA ".
           02 WRK-CS-CONTA         PIC 9(08).
           02 FILLER               PIC X(08) VALUE " SALDO (".
           02 WRK-CS-MOEDA         PIC X(03).
           02 FILLER               PIC X(05) VALUE ")....".
           02 WRK-CS-SALDO         PIC -(10)9.99.
           02 FILLER               PIC X(36) VALUE SPACES.

       01  WRK-CARTA-PLANOS.
           02 FILLER               PIC X(19) VALUE
               "PLANOS EM ABERTO...".
           02 WRK-CP-QTDE          PIC ZZ9.
           02 FILLER               PIC X(15) VALUE " SALDO DEVEDOR ".
           02 WRK-CP-SALDO         PIC Z(10)9.99.
           02 FILLER               PIC X(29) VALUE SPACES.

       01  WRK-CARTA-CDB.
           02 FILLER               PIC X(19) VALUE
               "CDB APLICADOS......".
           02 WRK-CC-QTDE          PIC ZZ9.
           02 FILLER               PIC X(15) VALUE " VALOR APLICADO".
           02 WRK-CC-SALDO         PIC Z(10)9.99.
           02 FILLER               PIC X(29) VALUE SPACES.

       01  WRK-CARTA-REFERENCIA.
           02 FILLER               PIC X(24) VALUE
               "REFERENCIA DA RESPOSTA: ".
           02 WRK-CR-DATA-BASE     PIC 9(08).
           02 FILLER               PIC X(01) VALUE "-".
           02 WRK-CR-CONTA         PIC 9(08).
           02 FILLER               PIC X(39) VALUE SPACES.

       01  WRK-CARTA-EMISSAO.
           02 FILLER               PIC X(11) VALUE "EMITIDA EM ".
           02 WRK-CM-DATA          PIC X(10).
           02 FILLER               PIC X(59) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO DA EMISSAO                              *
      *----------------------------------------------------------------*
       01  WRK-LINHA-PEDIDO.
           02 FILLER               PIC X(11) VALUE "DATA-BASE ".
           02 WRK-LP-DATA          PIC X(10).
           02 FILLER               PIC X(10) VALUE " CRITERIO ".
           02 WRK-LP-METODO        PIC X(01).
           02 FILLER               PIC X(09) VALUE " SEMENTE ".
           02 WRK-LP-SEMENTE       PIC 9(10).
           02 FILLER               PIC X(09) VALUE " AUDITOR ".
           02 WRK-LP-AUDITOR       PIC X(30).
           02 FILLER               PIC X(10) VALUE SPACES.

       01  WRK-LINHA-FONTE.
           02 WRK-LF-TEXTO         PIC X(60).
           02 WRK-LF-DATA          PIC X(10).
           02 FILLER               PIC X(30) VALUE SPACES.

       01  WRK-LINHA-ESTRATO.
           02 FILLER               PIC X(08) VALUE "ESTRATO ".
           02 WRK-LE-ESTRATO       PIC 9(02).
           02 FILLER               PIC X(04) VALUE " DE ".
           02 WRK-LE-MINIMO        PIC Z(10)9.99.
           02 FILLER               PIC X(05) VALUE " ATE ".
           02 WRK-LE-MAXIMO        PIC Z(10)9.99.
           02 FILLER               PIC X(11) VALUE " POPULACAO ".
           02 WRK-LE-POPULACAO     PIC Z(6)9.
           02 FILLER               PIC X(08) VALUE " PEDIDA ".
           02 WRK-LE-PEDIDA        PIC Z(4)9.
           02 FILLER               PIC X(11) VALUE " ESCOLHIDA ".
           02 WRK-LE-ESCOLHIDA     PIC Z(6)9.
           02 FILLER               PIC X(02) VALUE SPACES.

       01  WRK-LINHA-AMOSTRA.
           02 FILLER               PIC X(06) VALUE "CARTA ".
           02 WRK-LA-NUMERO        PIC 9(05).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-LA-CONTA         PIC 9(08).
           02 FILLER               PIC X(04) VALUE " ES ".
           02 WRK-LA-ESTRATO       PIC 9(02).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LA-MOEDA         PIC X(03).
           02 WRK-LA-SALDO         PIC -(10)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LA-SITUACAO      PIC X(09).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LA-MOTIVO        PIC X(30).
           02 FILLER               PIC X(09) VALUE SPACES.

       01  WRK-LINHA-AUSENTE.
           02 FILLER               PIC X(40) VALUE
               "CONTA DA LISTA SEM SALDO NA DATA-BASE: ".
           02 WRK-LU-CONTA         PIC 9(08).
           02 FILLER               PIC X(52) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF PEDIDO-VALIDO
               PERFORM 2000-APURAR-FONTE  THRU 2000-APURAR-FONTE-EXIT
           END-IF.
           IF PEDIDO-VALIDO
               PERFORM 3000-CONTAR-POPULACAO
                   THRU 3000-CONTAR-POPULACAO-EXIT
               PERFORM 4000-SELECIONAR-AMOSTRA
                   THRU 4000-SELECIONAR-AMOSTRA-EXIT
               PERFORM 5000-SOMAR-PLANOS  THRU 5000-SOMAR-PLANOS-EXIT
               PERFORM 5500-SOMAR-CDB     THRU 5500-SOMAR-CDB-EXIT
               PERFORM 6000-CIRCULARIZAR-CONTA
                   THRU 6000-CIRCULARIZAR-CONTA-EXIT
                   VARYING WRK-AM-IDX FROM 1 BY 1
                   UNTIL WRK-AM-IDX > WRK-MAX-AMOSTRA
               PERFORM 7000-LISTAR-AUSENTES
                   THRU 7000-LISTAR-AUSENTES-EXIT
                   VARYING WRK-LS-IDX FROM 1 BY 1
                   UNTIL WRK-LS-IDX > WRK-MAX-LISTA
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   O TITULAR VEM DE CONTAREF E O ENDERECO DE CLIMAST: OS DOIS  *
      *>   SELOS SAO CONFERIDOS ANTES DE QUALQUER CARTA                *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CIRC-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
               GO TO 0500-CONFERIR-SELO-EXIT
           END-IF.

           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CLIMAST" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CIRC-SELO-12 MESTRE CLIMAST NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE    FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CIRCULARIZACAO DE SALDOS - EMISSAO DAS CARTAS"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               MOVE "PEDIDO CIRCPED AUSENTE" TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1100-LER-PEDIDO THRU 1100-LER-PEDIDO-EXIT
               UNTIL FIM-PED.
           CLOSE PEDIDO-FILE.

           PERFORM 1300-CRITICAR-PEDIDO THRU 1300-CRITICAR-PEDIDO-EXIT.
           IF PEDIDO-RECUSADO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN I-O CIRC-FILE.
           IF WRK-STATUS-CIRC = "35"
               OPEN OUTPUT CIRC-FILE
               CLOSE CIRC-FILE
               OPEN I-O CIRC-FILE
           END-IF.
           IF WRK-STATUS-CIRC NOT = "00"
               MOVE "CONTROLE CIRCMST INDISPONIVEL" TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT REFERENCIA-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.
           SET MESTRES-ABERTOS TO TRUE.

           PERFORM 1400-VERIFICAR-REPETICAO
               THRU 1400-VERIFICAR-REPETICAO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O REGISTRO P TRAZ OS PARAMETROS; CADA L E UMA CONTA DA      *
      *>   LISTA DO AUDITOR (REPETIDA E IGNORADA) E CADA E E UMA FAIXA *
      *----------------------------------------------------------------*
       1100-LER-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
               GO TO 1100-LER-PEDIDO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PED-PARAMETROS
                   MOVE PED-DATA-BASE TO WRK-DATA-BASE
                   MOVE PED-METODO    TO WRK-METODO
                   MOVE PED-QTDE      TO WRK-QTDE-PEDIDA
                   MOVE PED-SEMENTE   TO WRK-SEMENTE
                   MOVE PED-AUDITOR   TO WRK-AUDITOR
               WHEN PED-CONTA-LISTA
                   PERFORM 1200-GUARDAR-CONTA-LISTA
                       THRU 1200-GUARDAR-CONTA-LISTA-EXIT
               WHEN PED-FAIXA
                   IF WRK-MAX-ESTRATOS < 10
                       ADD 1 TO WRK-MAX-ESTRATOS
                       SET WRK-ES-IDX TO WRK-MAX-ESTRATOS
                       MOVE PED-E-MINIMO TO WRK-ES-MINIMO (WRK-ES-IDX)
                       MOVE PED-E-MAXIMO TO WRK-ES-MAXIMO (WRK-ES-IDX)
                       MOVE PED-E-QTDE   TO WRK-ES-PEDIDA (WRK-ES-IDX)
                       MOVE ZEROS TO WRK-ES-POPULACAO (WRK-ES-IDX)
                                     WRK-ES-VISTOS (WRK-ES-IDX)
                                     WRK-ES-ESCOLHIDOS (WRK-ES-IDX)
                   ELSE
                       MOVE "MAIS DE 10 ESTRATOS NO PEDIDO"
                           TO WRK-MOTIVO-RECUSA
                       SET PEDIDO-RECUSADO TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-GUARDAR-CONTA-LISTA.
      *----------------------------------------------------------------*
           IF PED-L-CONTA NOT NUMERIC
               GO TO 1200-GUARDAR-CONTA-LISTA-EXIT
           END-IF.

           SET WRK-LS-IDX TO 1.
           SEARCH WRK-LS-ITEM
               VARYING WRK-LS-IDX
               AT END
                   CONTINUE
               WHEN WRK-LS-IDX > WRK-MAX-LISTA
                   CONTINUE
               WHEN WRK-LS-CONTA (WRK-LS-IDX) = PED-L-CONTA
                   GO TO 1200-GUARDAR-CONTA-LISTA-EXIT
           END-SEARCH.

           IF WRK-MAX-LISTA NOT < 2000
               MOVE "LISTA DO AUDITOR COM MAIS DE 2000 CONTAS"
                   TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 1200-GUARDAR-CONTA-LISTA-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-LISTA.
           SET WRK-LS-IDX TO WRK-MAX-LISTA.
           MOVE PED-L-CONTA TO WRK-LS-CONTA (WRK-LS-IDX).
           MOVE "N"         TO WRK-LS-ACHADA (WRK-LS-IDX).
       1200-GUARDAR-CONTA-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CRITICAR-PEDIDO.
      *----------------------------------------------------------------*
           IF PEDIDO-RECUSADO
               GO TO 1300-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF WRK-DATA-BASE NOT NUMERIC
               OR WRK-DATA-BASE = ZEROS
               OR WRK-DATA-BASE > WRK-DATA-HOJE
               MOVE "DATA-BASE AUSENTE OU FUTURA" TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 1300-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF NOT METODO-VALIDO
               MOVE "CRITERIO DA AMOSTRA DEVE SER A, E OU L"
                   TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 1300-CRITICAR-PEDIDO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN METODO-ALEATORIO
                   IF WRK-QTDE-PEDIDA NOT NUMERIC
                       OR WRK-QTDE-PEDIDA = ZEROS
                       OR WRK-QTDE-PEDIDA > 2000
                       MOVE "QUANTIDADE DA AMOSTRA DEVE SER 1 A 2000"
                           TO WRK-MOTIVO-RECUSA
                       SET PEDIDO-RECUSADO TO TRUE
                   END-IF
               WHEN METODO-ESTRATO
                   MOVE ZEROS TO WRK-QTDE-PEDIDA
                   PERFORM 1350-SOMAR-ESTRATO
                       THRU 1350-SOMAR-ESTRATO-EXIT
                       VARYING WRK-ES-IDX FROM 1 BY 1
                       UNTIL WRK-ES-IDX > WRK-MAX-ESTRATOS
                   IF WRK-MAX-ESTRATOS = ZEROS
                       OR WRK-QTDE-PEDIDA = ZEROS
                       OR WRK-QTDE-PEDIDA > 2000
                       MOVE "ESTRATOS AUSENTES OU AMOSTRA ACIMA DE 2000"
                           TO WRK-MOTIVO-RECUSA
                       SET PEDIDO-RECUSADO TO TRUE
                   END-IF
               WHEN METODO-LISTA
                   IF WRK-MAX-LISTA = ZEROS
                       MOVE "LISTA DO AUDITOR SEM NENHUMA CONTA"
                           TO WRK-MOTIVO-RECUSA
                       SET PEDIDO-RECUSADO TO TRUE
                   END-IF
           END-EVALUATE.
           IF PEDIDO-RECUSADO
               GO TO 1300-CRITICAR-PEDIDO-EXIT
           END-IF.

      *>   SEMENTE ZERO VEM DO RELOGIO; EM QUALQUER CASO FICA ENTRE 1
      *>   E 2147483646 E SAI NO RELATORIO
           IF WRK-SEMENTE NOT NUMERIC
               OR WRK-SEMENTE = ZEROS
               COMPUTE WRK-SEMENTE = WRK-HORA-SISTEMA + WRK-DATA-HOJE
           END-IF.
           DIVIDE WRK-SEMENTE BY 2147483647
               GIVING WRK-QUOC-SORTEIO
               REMAINDER WRK-SEMENTE.
           IF WRK-SEMENTE = ZEROS
               MOVE 1 TO WRK-SEMENTE
           END-IF.
           MOVE WRK-SEMENTE TO WRK-SEMENTE-INICIAL.
       1300-CRITICAR-PEDIDO-EXIT.
           EXIT.

       1350-SOMAR-ESTRATO.
           IF WRK-ES-MINIMO (WRK-ES-IDX) NOT NUMERIC
               OR WRK-ES-MAXIMO (WRK-ES-IDX) NOT NUMERIC
               OR WRK-ES-PEDIDA (WRK-ES-IDX) NOT NUMERIC
               OR WRK-ES-MAXIMO (WRK-ES-IDX)
                  < WRK-ES-MINIMO (WRK-ES-IDX)
               MOVE "FAIXA DE ESTRATO INVALIDA" TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 1350-SOMAR-ESTRATO-EXIT
           END-IF.
           ADD WRK-ES-PEDIDA (WRK-ES-IDX) TO WRK-QTDE-PEDIDA.
       1350-SOMAR-ESTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA DATA-BASE SO E CIRCULARIZADA UMA VEZ: REEMITIR DUPLICA  *
      *>   CARTAS E EMBARALHA O CONTROLE DE RESPOSTAS                  *
      *----------------------------------------------------------------*
       1400-VERIFICAR-REPETICAO.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-BASE TO CIRC_DATA_BASE.
           MOVE ZEROS         TO CIRC_CONTA.
           START CIRC-FILE KEY IS NOT LESS THAN CIRC-CHAVE
               INVALID KEY
                   GO TO 1400-VERIFICAR-REPETICAO-EXIT
           END-START.
           READ CIRC-FILE NEXT RECORD.
           IF WRK-STATUS-CIRC = "00"
               AND CIRC_DATA_BASE = WRK-DATA-BASE
               MOVE "DATA-BASE JA CIRCULARIZADA EM CIRCMST"
                   TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
           END-IF.
       1400-VERIFICAR-REPETICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FOTO DE SALDOSNAP DA DATA-BASE, SE HOUVER; SENAO A ULTIMA   *
      *>   FOTO ANTERIOR E LEVADA ATE A DATA-BASE POR CONTA-RECONSTROI *
      *----------------------------------------------------------------*
       2000-APURAR-FONTE.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTDE-FOTO-BASE WRK-DATA-FOTO-ANTERIOR.
           MOVE "N" TO WRK-FIM-SNAP.
           OPEN INPUT SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
           END-IF.
           PERFORM 2100-EXAMINAR-FOTO THRU 2100-EXAMINAR-FOTO-EXIT
               UNTIL FIM-SNAP.
           CLOSE SNAPSHOT-FILE.

           IF WRK-QTDE-FOTO-BASE > ZEROS
               SET FONTE-FOTO TO TRUE
               GO TO 2000-APURAR-FONTE-EXIT
           END-IF.

           IF WRK-DATA-FOTO-ANTERIOR = ZEROS
               MOVE "NENHUMA FOTO DE SALDOSNAP ATE A DATA-BASE"
                   TO WRK-MOTIVO-RECUSA
               SET PEDIDO-RECUSADO TO TRUE
               GO TO 2000-APURAR-FONTE-EXIT
           END-IF.

           PERFORM 2200-RECONSTRUIR THRU 2200-RECONSTRUIR-EXIT.
           SET FONTE-RECONSTRUCAO TO TRUE.
       2000-APURAR-FONTE-EXIT.
           EXIT.

       2100-EXAMINAR-FOTO.
           READ SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
               GO TO 2100-EXAMINAR-FOTO-EXIT
           END-IF.
           IF SNAP_DATA = WRK-DATA-BASE
               ADD 1 TO WRK-QTDE-FOTO-BASE
           END-IF.
           IF SNAP_DATA < WRK-DATA-BASE
               AND SNAP_DATA > WRK-DATA-FOTO-ANTERIOR
               MOVE SNAP_DATA TO WRK-DATA-FOTO-ANTERIOR
           END-IF.
       2100-EXAMINAR-FOTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-RECONSTRUIR.
      *----------------------------------------------------------------*
           OPEN OUTPUT RECONSTROI-FILE.
           MOVE WRK-DATA-FOTO-ANTERIOR TO RECON-SNAP-DATA.
           MOVE WRK-DATA-BASE          TO RECON-ALVO-DATA.
           WRITE RECONSTROI-REG.
           CLOSE RECONSTROI-FILE.

           CALL "CONTA-RECONSTROI".
           CANCEL "CONTA-RECONSTROI".
       2200-RECONSTRUIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRIMEIRA PASSADA: TAMANHO DA POPULACAO (E DE CADA ESTRATO), *
      *>   QUE O SORTEIO SEQUENCIAL PRECISA CONHECER                   *
      *----------------------------------------------------------------*
       3000-CONTAR-POPULACAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-POPULACAO.
           PERFORM 3400-ABRIR-BASE THRU 3400-ABRIR-BASE-EXIT.
           PERFORM 3100-CONTAR-CONTA THRU 3100-CONTAR-CONTA-EXIT
               UNTIL FIM-BASE.
           PERFORM 3600-FECHAR-BASE THRU 3600-FECHAR-BASE-EXIT.
       3000-CONTAR-POPULACAO-EXIT.
           EXIT.

       3100-CONTAR-CONTA.
           PERFORM 3500-LER-BASE THRU 3500-LER-BASE-EXIT.
           IF FIM-BASE
               GO TO 3100-CONTAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-POPULACAO.
           IF METODO-ESTRATO
               PERFORM 3700-LOCALIZAR-ESTRATO
                   THRU 3700-LOCALIZAR-ESTRATO-EXIT
               IF WRK-BS-ESTRATO > ZEROS
                   SET WRK-ES-IDX TO WRK-BS-ESTRATO
                   ADD 1 TO WRK-ES-POPULACAO (WRK-ES-IDX)
               END-IF
           END-IF.
       3100-CONTAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3400-ABRIR-BASE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-BASE.
           IF FONTE-FOTO
               OPEN INPUT SNAPSHOT-FILE
               IF WRK-STATUS-SNAP NOT = "00"
                   SET FIM-BASE TO TRUE
               END-IF
           ELSE
               OPEN INPUT BASE-FILE
               IF WRK-STATUS-BASE NOT = "00"
                   SET FIM-BASE TO TRUE
               END-IF
           END-IF.
       3400-ABRIR-BASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEVOLVE A PROXIMA CONTA DA DATA-BASE, QUALQUER QUE SEJA A   *
      *>   FONTE                                                       *
      *----------------------------------------------------------------*
       3500-LER-BASE.
      *----------------------------------------------------------------*
           IF FONTE-FOTO
               READ SNAPSHOT-FILE
               IF WRK-STATUS-SNAP NOT = "00"
                   SET FIM-BASE TO TRUE
                   GO TO 3500-LER-BASE-EXIT
               END-IF
               IF SNAP_DATA NOT = WRK-DATA-BASE
                   GO TO 3500-LER-BASE
               END-IF
               MOVE SNAP_CONTA TO WRK-BS-CONTA
               MOVE SNAP_SALDO TO WRK-BS-SALDO
               MOVE SNAP_MOEDA TO WRK-BS-MOEDA
           ELSE
               READ BASE-FILE
               IF WRK-STATUS-BASE NOT = "00"
                   SET FIM-BASE TO TRUE
                   GO TO 3500-LER-BASE-EXIT
               END-IF
               IF BASE_DATA NOT = WRK-DATA-BASE
                   GO TO 3500-LER-BASE
               END-IF
               MOVE BASE_CONTA TO WRK-BS-CONTA
               MOVE BASE_SALDO TO WRK-BS-SALDO
               MOVE BASE_MOEDA TO WRK-BS-MOEDA
           END-IF.
           IF WRK-BS-MOEDA = SPACES
               MOVE "BRL" TO WRK-BS-MOEDA
           END-IF.
       3500-LER-BASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3600-FECHAR-BASE.
      *----------------------------------------------------------------*
           IF FONTE-FOTO
               CLOSE SNAPSHOT-FILE
           ELSE
               CLOSE BASE-FILE
           END-IF.
       3600-FECHAR-BASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O ESTRATO E A PRIMEIRA FAIXA QUE CONTEM O SALDO ABSOLUTO;   *
      *>   SALDO FORA DE TODAS AS FAIXAS NAO E DA POPULACAO            *
      *----------------------------------------------------------------*
       3700-LOCALIZAR-ESTRATO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-BS-ESTRATO.
           IF WRK-BS-SALDO < ZEROS
               COMPUTE WRK-BS-ABSOLUTO = WRK-BS-SALDO * -1
           ELSE
               MOVE WRK-BS-SALDO TO WRK-BS-ABSOLUTO
           END-IF.

           SET WRK-ES-IDX TO 1.
           SEARCH WRK-ES-ITEM
               VARYING WRK-ES-IDX
               AT END
                   CONTINUE
               WHEN WRK-ES-IDX > WRK-MAX-ESTRATOS
                   CONTINUE
               WHEN WRK-BS-ABSOLUTO NOT < WRK-ES-MINIMO (WRK-ES-IDX)
                   AND WRK-BS-ABSOLUTO NOT > WRK-ES-MAXIMO (WRK-ES-IDX)
                   SET WRK-BS-ESTRATO TO WRK-ES-IDX
           END-SEARCH.
       3700-LOCALIZAR-ESTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SEGUNDA PASSADA: ESCOLHA DA AMOSTRA                         *
      *----------------------------------------------------------------*
       4000-SELECIONAR-AMOSTRA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-VISTOS WRK-ESCOLHIDOS WRK-MAX-AMOSTRA.
           PERFORM 3400-ABRIR-BASE THRU 3400-ABRIR-BASE-EXIT.
           PERFORM 4100-EXAMINAR-CONTA THRU 4100-EXAMINAR-CONTA-EXIT
               UNTIL FIM-BASE.
           PERFORM 3600-FECHAR-BASE THRU 3600-FECHAR-BASE-EXIT.

           PERFORM 4500-IMPRIMIR-CRITERIO
               THRU 4500-IMPRIMIR-CRITERIO-EXIT.
       4000-SELECIONAR-AMOSTRA-EXIT.
           EXIT.

       4100-EXAMINAR-CONTA.
           PERFORM 3500-LER-BASE THRU 3500-LER-BASE-EXIT.
           IF FIM-BASE
               GO TO 4100-EXAMINAR-CONTA-EXIT
           END-IF.
           MOVE ZEROS TO WRK-BS-ESTRATO.

           EVALUATE TRUE
               WHEN METODO-ALEATORIO
                   COMPUTE WRK-FALTA-ESCOLHER =
                       WRK-QTDE-PEDIDA - WRK-ESCOLHIDOS
                   COMPUTE WRK-FALTA-EXAMINAR =
                       WRK-POPULACAO - WRK-VISTOS
                   ADD 1 TO WRK-VISTOS
                   PERFORM 4200-SORTEAR THRU 4200-SORTEAR-EXIT
                   IF CONTA-SORTEADA
                       ADD 1 TO WRK-ESCOLHIDOS
                   END-IF
               WHEN METODO-ESTRATO
                   PERFORM 3700-LOCALIZAR-ESTRATO
                       THRU 3700-LOCALIZAR-ESTRATO-EXIT
                   IF WRK-BS-ESTRATO = ZEROS
                       GO TO 4100-EXAMINAR-CONTA-EXIT
                   END-IF
                   SET WRK-ES-IDX TO WRK-BS-ESTRATO
                   COMPUTE WRK-FALTA-ESCOLHER =
                       WRK-ES-PEDIDA (WRK-ES-IDX)
                       - WRK-ES-ESCOLHIDOS (WRK-ES-IDX)
                   COMPUTE WRK-FALTA-EXAMINAR =
                       WRK-ES-POPULACAO (WRK-ES-IDX)
                       - WRK-ES-VISTOS (WRK-ES-IDX)
                   ADD 1 TO WRK-ES-VISTOS (WRK-ES-IDX)
                   PERFORM 4200-SORTEAR THRU 4200-SORTEAR-EXIT
                   IF CONTA-SORTEADA
                       ADD 1 TO WRK-ES-ESCOLHIDOS (WRK-ES-IDX)
                   END-IF
               WHEN METODO-LISTA
                   PERFORM 4400-PROCURAR-LISTA
                       THRU 4400-PROCURAR-LISTA-EXIT
           END-EVALUATE.

           IF CONTA-SORTEADA
               PERFORM 4300-GUARDAR-AMOSTRA
                   THRU 4300-GUARDAR-AMOSTRA-EXIT
           END-IF.
       4100-EXAMINAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-SORTEAR.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-SORTEADA.
           IF WRK-FALTA-ESCOLHER = ZEROS
               OR WRK-FALTA-EXAMINAR = ZEROS
               GO TO 4200-SORTEAR-EXIT
           END-IF.

           COMPUTE WRK-PRODUTO-SORTEIO = WRK-SEMENTE * 16807.
           DIVIDE WRK-PRODUTO-SORTEIO BY 2147483647
               GIVING WRK-QUOC-SORTEIO
               REMAINDER WRK-SEMENTE.

           COMPUTE WRK-LADO-SORTEIO =
               WRK-SEMENTE * WRK-FALTA-EXAMINAR.
           COMPUTE WRK-LIMITE-SORTEIO =
               WRK-FALTA-ESCOLHER * 2147483647.
           IF WRK-LADO-SORTEIO < WRK-LIMITE-SORTEIO
               SET CONTA-SORTEADA TO TRUE
           END-IF.
       4200-SORTEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4300-GUARDAR-AMOSTRA.
      *----------------------------------------------------------------*
           IF WRK-MAX-AMOSTRA NOT < 2000
               ADD 1 TO WRK-QTDE-ERROS
               GO TO 4300-GUARDAR-AMOSTRA-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-AMOSTRA.
           SET WRK-AM-IDX TO WRK-MAX-AMOSTRA.
           MOVE WRK-BS-CONTA   TO WRK-AM-CONTA (WRK-AM-IDX).
           MOVE WRK-BS-SALDO   TO WRK-AM-SALDO (WRK-AM-IDX).
           MOVE WRK-BS-MOEDA   TO WRK-AM-MOEDA (WRK-AM-IDX).
           MOVE WRK-BS-ESTRATO TO WRK-AM-ESTRATO (WRK-AM-IDX).
           MOVE ZEROS TO WRK-AM-QTDE-PLANOS (WRK-AM-IDX)
                         WRK-AM-SALDO-PLANOS (WRK-AM-IDX)
                         WRK-AM-QTDE-CDB (WRK-AM-IDX)
                         WRK-AM-SALDO-CDB (WRK-AM-IDX).
           ADD WRK-BS-SALDO TO WRK-TOTAL-AMOSTRA.
       4300-GUARDAR-AMOSTRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4400-PROCURAR-LISTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-SORTEADA.
           SET WRK-LS-IDX TO 1.
           SEARCH WRK-LS-ITEM
               VARYING WRK-LS-IDX
               AT END
                   CONTINUE
               WHEN WRK-LS-IDX > WRK-MAX-LISTA
                   CONTINUE
               WHEN WRK-LS-CONTA (WRK-LS-IDX) = WRK-BS-CONTA
                   MOVE "S" TO WRK-LS-ACHADA (WRK-LS-IDX)
                   SET CONTA-SORTEADA TO TRUE
           END-SEARCH.
       4400-PROCURAR-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4500-IMPRIMIR-CRITERIO.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-BASE TO WRK-DATA-EDICAO-N.
           PERFORM 8000-EDITAR-DATA THRU 8000-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-IMPRESSA   TO WRK-LP-DATA.
           MOVE WRK-METODO          TO WRK-LP-METODO.
           MOVE WRK-SEMENTE-INICIAL TO WRK-LP-SEMENTE.
           MOVE WRK-AUDITOR         TO WRK-LP-AUDITOR.
           MOVE WRK-LINHA-PEDIDO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF FONTE-FOTO
               MOVE "SALDOS DA FOTO DE SALDOSNAP DA PROPRIA DATA-BASE"
                   TO WRK-LF-TEXTO
               MOVE SPACES TO WRK-LF-DATA
           ELSE
               MOVE "SALDOS RECONSTRUIDOS (CONTA-RECONSTROI) DA FOTO DE"
                   TO WRK-LF-TEXTO
               MOVE WRK-DATA-FOTO-ANTERIOR TO WRK-DATA-EDICAO-N
               PERFORM 8000-EDITAR-DATA THRU 8000-EDITAR-DATA-EXIT
               MOVE WRK-DATA-IMPRESSA TO WRK-LF-DATA
           END-IF.
           MOVE WRK-LINHA-FONTE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "POPULACAO NA DATA-BASE: " DELIMITED BY SIZE
               WRK-POPULACAO DELIMITED BY SIZE
               "  CONTAS NA AMOSTRA: " DELIMITED BY SIZE
               WRK-MAX-AMOSTRA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF METODO-ESTRATO
               PERFORM 4600-IMPRIMIR-ESTRATO
                   THRU 4600-IMPRIMIR-ESTRATO-EXIT
                   VARYING WRK-ES-IDX FROM 1 BY 1
                   UNTIL WRK-ES-IDX > WRK-MAX-ESTRATOS
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       4500-IMPRIMIR-CRITERIO-EXIT.
           EXIT.

       4600-IMPRIMIR-ESTRATO.
           SET WRK-LE-ESTRATO TO WRK-ES-IDX.
           MOVE WRK-ES-MINIMO (WRK-ES-IDX)     TO WRK-LE-MINIMO.
           MOVE WRK-ES-MAXIMO (WRK-ES-IDX)     TO WRK-LE-MAXIMO.
           MOVE WRK-ES-POPULACAO (WRK-ES-IDX)  TO WRK-LE-POPULACAO.
           MOVE WRK-ES-PEDIDA (WRK-ES-IDX)     TO WRK-LE-PEDIDA.
           MOVE WRK-ES-ESCOLHIDOS (WRK-ES-IDX) TO WRK-LE-ESCOLHIDA.
           MOVE WRK-LINHA-ESTRATO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       4600-IMPRIMIR-ESTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANOS EM ABERTO DAS CONTAS DA AMOSTRA: PLANOMST NAO GUARDA *
      *>   HISTORICO, ENTAO A CARTA TRAZ A POSICAO NA EMISSAO, COM O   *
      *>   SALDO DEVEDOR CALCULADO COMO NO EXTRATO (CONTA-EXTRATO.COB) *
      *----------------------------------------------------------------*
       5000-SOMAR-PLANOS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-PLN.
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
           END-IF.
           PERFORM 5100-LER-PLANO THRU 5100-LER-PLANO-EXIT
               UNTIL FIM-PLN.
           CLOSE PLANO-FILE.
       5000-SOMAR-PLANOS-EXIT.
           EXIT.

       5100-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 5100-LER-PLANO-EXIT
           END-IF.

           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               GO TO 5100-LER-PLANO-EXIT
           END-IF.

           MOVE PLN_CONTA TO WRK-CONTA-PROCURA.
           PERFORM 5900-PROCURAR-AMOSTRA
               THRU 5900-PROCURAR-AMOSTRA-EXIT.
           IF NOT ACHOU-AMOSTRA
               GO TO 5100-LER-PLANO-EXIT
           END-IF.

           COMPUTE WRK-SALDO-PLANO =
               (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
               + PLN_VALOR_ULTIMA.
           ADD 1 TO WRK-AM-QTDE-PLANOS (WRK-AM-IDX).
           ADD WRK-SALDO-PLANO TO WRK-AM-SALDO-PLANOS (WRK-AM-IDX).
       5100-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CDB APLICADO NA DATA-BASE: APLICACAO ATE A DATA-BASE E      *
      *>   VENCIMENTO DEPOIS DELA, SEM RESGATE (COMO NO COMPULSORIO)   *
      *----------------------------------------------------------------*
       5500-SOMAR-CDB.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-CDB.
           OPEN INPUT CDB-FILE.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
           END-IF.
           PERFORM 5600-LER-CDB THRU 5600-LER-CDB-EXIT
               UNTIL FIM-CDB.
           CLOSE CDB-FILE.
       5500-SOMAR-CDB-EXIT.
           EXIT.

       5600-LER-CDB.
           READ CDB-FILE NEXT RECORD.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
               GO TO 5600-LER-CDB-EXIT
           END-IF.

           IF CDB-RESGATADO
               OR CDB_DATA_APLIC > WRK-DATA-BASE
               OR CDB_DATA_VENC NOT > WRK-DATA-BASE
               GO TO 5600-LER-CDB-EXIT
           END-IF.

           MOVE CDB_CONTA TO WRK-CONTA-PROCURA.
           PERFORM 5900-PROCURAR-AMOSTRA
               THRU 5900-PROCURAR-AMOSTRA-EXIT.
           IF NOT ACHOU-AMOSTRA
               GO TO 5600-LER-CDB-EXIT
           END-IF.

           ADD 1 TO WRK-AM-QTDE-CDB (WRK-AM-IDX).
           ADD CDB_VALOR TO WRK-AM-SALDO-CDB (WRK-AM-IDX).
       5600-LER-CDB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5900-PROCURAR-AMOSTRA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU-AMOSTRA.
           SET WRK-AM-IDX TO 1.
           SEARCH WRK-AM-ITEM
               VARYING WRK-AM-IDX
               AT END
                   CONTINUE
               WHEN WRK-AM-IDX > WRK-MAX-AMOSTRA
                   CONTINUE
               WHEN WRK-AM-CONTA (WRK-AM-IDX) = WRK-CONTA-PROCURA
                   SET ACHOU-AMOSTRA TO TRUE
           END-SEARCH.
       5900-PROCURAR-AMOSTRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CADA CONTA DA AMOSTRA VAI PARA CIRCMST; A CARTA SO SAI COM  *
      *>   TITULAR CADASTRADO E ENDERECO CONFIAVEL                     *
      *----------------------------------------------------------------*
       6000-CIRCULARIZAR-CONTA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-MOTIVO-SUPRESSAO.
           MOVE SPACES TO CIRC_CPF.

           MOVE WRK-AM-CONTA (WRK-AM-IDX) TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   MOVE SPACES TO REF_CPF
           END-READ.
           IF REF_CPF = SPACES
               MOVE "CONTA SEM TITULAR PRINCIPAL"
                   TO WRK-MOTIVO-SUPRESSAO
           ELSE
               MOVE REF_CPF TO CIRC_CPF CLIENTE_CPF
               READ CLIENTE-MASTER-FILE
                   INVALID KEY
                       MOVE "TITULAR AUSENTE DE CLIMAST"
                           TO WRK-MOTIVO-SUPRESSAO
                   NOT INVALID KEY
                       IF CLIENTE-END-SUSPEITO
                           MOVE "ENDERECO SUSPEITO (DEVOLUCAO)"
                               TO WRK-MOTIVO-SUPRESSAO
                       END-IF
               END-READ
           END-IF.

           MOVE WRK-DATA-BASE                    TO CIRC_DATA_BASE.
           MOVE WRK-AM-CONTA (WRK-AM-IDX)        TO CIRC_CONTA.
           MOVE WRK-METODO                       TO CIRC_METODO.
           MOVE WRK-AM-ESTRATO (WRK-AM-IDX)      TO CIRC_ESTRATO.
           MOVE WRK-AM-MOEDA (WRK-AM-IDX)        TO CIRC_MOEDA.
           MOVE WRK-AM-SALDO (WRK-AM-IDX)        TO CIRC_SALDO_BASE.
           MOVE WRK-AM-QTDE-PLANOS (WRK-AM-IDX)  TO CIRC_QTDE_PLANOS.
           MOVE WRK-AM-SALDO-PLANOS (WRK-AM-IDX) TO CIRC_SALDO_PLANOS.
           MOVE WRK-AM-QTDE-CDB (WRK-AM-IDX)     TO CIRC_QTDE_CDB.
           MOVE WRK-AM-SALDO-CDB (WRK-AM-IDX)    TO CIRC_SALDO_CDB.
           MOVE WRK-DATA-HOJE                    TO CIRC_DATA_ENVIO.
           MOVE WRK-MOTIVO-SUPRESSAO             TO CIRC_MOTIVO.
           MOVE ZEROS TO CIRC_DATA_RESPOSTA CIRC_SALDO_INFORMADO
                         CIRC_PLANOS_INFORMADO CIRC_CDB_INFORMADO.
           MOVE SPACES TO CIRC_OPERADOR.

           IF WRK-MOTIVO-SUPRESSAO = SPACES
               ADD 1 TO WRK-NUMERO-CARTA
               MOVE WRK-NUMERO-CARTA TO CIRC_NUMERO
               SET CIRC-ENVIADA TO TRUE
           ELSE
               MOVE ZEROS TO CIRC_NUMERO
               SET CIRC-SUPRIMIDA TO TRUE
           END-IF.

           WRITE CIRC-REG
               INVALID KEY
                   DISPLAY "CIRCULARIZACAO NAO GRAVADA EM CIRCMST: "
                       CIRC_CONTA
                   ADD 1 TO WRK-QTDE-ERROS
                   GO TO 6000-CIRCULARIZAR-CONTA-EXIT
           END-WRITE.

           IF CIRC-ENVIADA
               PERFORM 6500-EMITIR-CARTA THRU 6500-EMITIR-CARTA-EXIT
               MOVE "ENVIADA"   TO WRK-LA-SITUACAO
           ELSE
               ADD 1 TO WRK-QTDE-SUPRIMIDAS
               MOVE "SUPRIMIDA" TO WRK-LA-SITUACAO
           END-IF.

           MOVE CIRC_NUMERO      TO WRK-LA-NUMERO.
           MOVE CIRC_CONTA       TO WRK-LA-CONTA.
           MOVE CIRC_ESTRATO     TO WRK-LA-ESTRATO.
           MOVE CIRC_MOEDA       TO WRK-LA-MOEDA.
           MOVE CIRC_SALDO_BASE  TO WRK-LA-SALDO.
           MOVE CIRC_MOTIVO      TO WRK-LA-MOTIVO.
           MOVE WRK-LINHA-AMOSTRA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-CIRCULARIZAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6500-EMITIR-CARTA.
      *----------------------------------------------------------------*
           MOVE CIRC_NUMERO TO WRK-CT-NUMERO.
           MOVE WRK-CARTA-TITULO TO CARTA-LINHA.
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

           MOVE WRK-AUDITOR TO WRK-CA-AUDITOR.
           MOVE WRK-CARTA-AUDITOR TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "QUE EXAMINAM AS DEMONSTRACOES FINANCEIRAS DO BANCO,"
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE WRK-DATA-BASE TO WRK-DATA-EDICAO-N.
           PERFORM 8000-EDITAR-DATA THRU 8000-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-IMPRESSA TO WRK-CB-DATA.
           MOVE WRK-CARTA-DATA-BASE TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE CIRC_CONTA       TO WRK-CS-CONTA.
           MOVE CIRC_MOEDA       TO WRK-CS-MOEDA.
           MOVE CIRC_SALDO_BASE  TO WRK-CS-SALDO.
           MOVE WRK-CARTA-SALDO TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE CIRC_QTDE_PLANOS  TO WRK-CP-QTDE.
           MOVE CIRC_SALDO_PLANOS TO WRK-CP-SALDO.
           MOVE WRK-CARTA-PLANOS TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE CIRC_QTDE_CDB     TO WRK-CC-QTDE.
           MOVE CIRC_SALDO_CDB    TO WRK-CC-SALDO.
           MOVE WRK-CARTA-CDB TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "(PLANOS: POSICAO NA DATA DESTA CARTA)" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE "( ) OS VALORES ACIMA ESTAO CORRETOS" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "( ) OS VALORES ACIMA NAO CONFEREM - VALORES CORRETOS:"
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "    SALDO ______________ PLANOS ______________ CDB "
             & "______________" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "RESPONDA DIRETAMENTE AOS AUDITORES, INFORMANDO A"
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE CIRC_DATA_BASE TO WRK-CR-DATA-BASE.
           MOVE CIRC_CONTA     TO WRK-CR-CONTA.
           MOVE WRK-CARTA-REFERENCIA TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE WRK-DATA-HOJE TO WRK-DATA-EDICAO-N.
           PERFORM 8000-EDITAR-DATA THRU 8000-EDITAR-DATA-EXIT.
           MOVE WRK-DATA-IMPRESSA TO WRK-CM-DATA.
           MOVE WRK-CARTA-EMISSAO TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE ALL "-" TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           ADD 1 TO WRK-QTDE-CARTAS.
       6500-EMITIR-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA DA LISTA DO AUDITOR QUE NAO EXISTE NA DATA-BASE SAI   *
      *>   NO RELATORIO PARA ELE CONFERIR                              *
      *----------------------------------------------------------------*
       7000-LISTAR-AUSENTES.
      *----------------------------------------------------------------*
           IF WRK-LS-ACHADA (WRK-LS-IDX) = "S"
               GO TO 7000-LISTAR-AUSENTES-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FORA-BASE.
           MOVE WRK-LS-CONTA (WRK-LS-IDX) TO WRK-LU-CONTA.
           MOVE WRK-LINHA-AUSENTE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       7000-LISTAR-AUSENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-EDITAR-DATA.
      *----------------------------------------------------------------*
           MOVE WRK-ED-DIA TO WRK-DI-DIA.
           MOVE WRK-ED-MES TO WRK-DI-MES.
           MOVE WRK-ED-ANO TO WRK-DI-ANO.
       8000-EDITAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF PEDIDO-RECUSADO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "PEDIDO RECUSADO: " DELIMITED BY SIZE
                   WRK-MOTIVO-RECUSA DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               DISPLAY "CIRCULARIZA-EMITE: PEDIDO RECUSADO - "
                   WRK-MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF MESTRES-ABERTOS
               CLOSE CIRC-FILE
               CLOSE REFERENCIA-FILE
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

           IF PEDIDO-VALIDO
               IF WRK-QTDE-FORA-BASE > ZEROS
                   OR WRK-QTDE-ERROS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "===== CIRCULARIZACAO DE SALDOS - EMISSAO =====".
           DISPLAY "DATA-BASE............: " WRK-DATA-BASE.
           DISPLAY "CRITERIO.............: " WRK-METODO.
           DISPLAY "SEMENTE DO SORTEIO...: " WRK-SEMENTE-INICIAL.
           DISPLAY "POPULACAO............: " WRK-POPULACAO.
           DISPLAY "CONTAS NA AMOSTRA....: " WRK-MAX-AMOSTRA.
           DISPLAY "CARTAS EMITIDAS......: " WRK-QTDE-CARTAS.
           DISPLAY "SUPRIMIDAS...........: " WRK-QTDE-SUPRIMIDAS.
           DISPLAY "LISTA FORA DA BASE...: " WRK-QTDE-FORA-BASE.
           DISPLAY "ERROS................: " WRK-QTDE-ERROS.
       9000-FINALIZAR-EXIT.
           EXIT.
