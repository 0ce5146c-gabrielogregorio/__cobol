      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. NEGATIVA-BUREAU.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : NEGATIVACAO DOS DEVEDORES DE SALDO NEGATIVO NO <*
      *>                BIRO DE CREDITO, COM AVISO PREVIO OBRIGATORIO.<*
      *>                CONTA DO QUADRO DE COBRANCA (NEGDIAS) COM     <*
      *>                NEGATDIAS DIAS OU MAIS (MESTRE DE PARAMETROS, <*
      *>                PADRAO 60) RECEBE CARTA DE AVISO PREVIO NO    <*
      *>                ENDERECO DE CLIMAST DO TITULAR PRINCIPAL      <*
      *>                (CONTATIT); CLIENTE SEM CADASTRO OU COM A     <*
      *>                MARCA DE ENDERECO SUSPEITO FICA RETIDO, COMO  <*
      *>                EM BOLETO-GERA.COB, E SEM AVISO NAO HA        <*
      *>                INCLUSAO. PASSADOS NEGATPRAZ DIAS CORRIDOS DO <*
      *>                AVISO (PADRAO 10) COM A DIVIDA AINDA ABERTA,  <*
      *>                A INCLUSAO SAI NA REMESSA NEGREM AO BIRO.     <*
      *>                QUANDO A CONTA SAI DE NEGDIAS OU FICA SEM     <*
      *>                SALDO DEVEDOR, A EXCLUSAO SAI NA REMESSA DA   <*
      *>                MESMA RODADA (DENTRO DO PRAZO REGULATORIO,    <*
      *>                POIS A RODADA E DIARIA, DEPOIS DE             <*
      *>                CONTA-NEGATIVA-DIAS) E O AVISO AINDA NAO      <*
      *>                INCLUIDO E CANCELADO. O CICLO DE CADA CONTA   <*
      *>                FICA EM NEGATMST E CADA EVENTO NO HISTORICO   <*
      *>                POR CPF NEGHIST. A REMESSA TEM HEADER,        <*
      *>                DETALHES (I = INCLUSAO, E = EXCLUSAO) E       <*
      *>                TRAILER, NO MESMO DESENHO DA REMESSA CCFINCL  <*
      *>                DE CHEQUE-SACADO.COB; AS CARTAS SAEM EM       <*
      *>                NEGCARTA E OS EVENTOS NO RELATORIO NEGREL     <*
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
           SELECT NEGDIAS-FILE        ASSIGN TO "NEGDIAS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NEG.

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
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT NEGATIVA-FILE       ASSIGN TO "NEGATMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS NGT_CONTA
               FILE STATUS        IS WRK-STATUS-NGT.

           SELECT NEGHIST-FILE        ASSIGN TO "NEGHIST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS NGH-CHAVE
               FILE STATUS        IS WRK-STATUS-NGH.

           SELECT CARTA-FILE          ASSIGN TO "NEGCARTA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CARTA.

           SELECT REMESSA-FILE        ASSIGN TO "NEGREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

           SELECT RELATORIO-FILE      ASSIGN TO "NEGREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  NEGDIAS-FILE.
       01  NEGDIAS-REG.
           02 NEG_CONTA           PIC 9(08).
           02 NEG_DIAS            PIC 9(05).
           02 NEG_FAIXA           PIC X(02).

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  NEGATIVA-FILE.
           COPY NEGATIVA-REG.

       FD  NEGHIST-FILE.
           COPY NEGHIST-REG.

       FD  CARTA-FILE.
       01  CARTA-REG.
           02 CRT_DOCUMENTO       PIC X(14).
           02 CRT_NOME            PIC X(20).
           02 CRT_LOGRADOURO      PIC X(30).
           02 CRT_NUMERO          PIC X(06).
           02 CRT_BAIRRO          PIC X(20).
           02 CRT_CIDADE          PIC X(20).
           02 CRT_UF              PIC X(02).
           02 CRT_CEP             PIC 9(08).
           02 CRT_CONTA           PIC 9(08).
           02 CRT_VALOR           PIC 9(09)V99.
           02 CRT_DIAS_ATRASO     PIC 9(05).
           02 CRT_DATA_AVISO      PIC 9(08).
           02 CRT_DATA_LIMITE     PIC 9(08).

       FD  REMESSA-FILE.
       01  REMESSA-LINHA              PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-NEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NGT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NGH         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CARTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-NEG            PIC X(01) VALUE "N".
           88 FIM-NEG                 VALUE "S".
       77  WRK-FIM-NGT            PIC X(01) VALUE "N".
           88 FIM-NGT                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-NEGDIAS-INCOMPLETO PIC X(01) VALUE "N".
           88 NEGDIAS-INCOMPLETO      VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-VALOR-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIAS-DESDE-AVISO   PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-CONTA         PIC 9(05) VALUE ZEROS.

       77  WRK-RECUPERADA         PIC X(01) VALUE "N".
           88 CONTA-RECUPERADA        VALUE "S".
       77  WRK-RETIDO             PIC X(01) VALUE "N".
           88 AVISO-RETIDO            VALUE "S".
       77  WRK-NGT-EXISTE         PIC X(01) VALUE "N".
           88 NGT-EXISTE              VALUE "S".

      *----------------------------------------------------------------*
      *>   DIAS DE ATRASO PARA O AVISO E PRAZO LEGAL ENTRE O AVISO E   *
      *>   A INCLUSAO, EM DIAS CORRIDOS                                *
      *----------------------------------------------------------------*
       77  WRK-DIAS-AVISO         PIC 9(03) VALUE 60.
       77  WRK-PRAZO-AVISO        PIC 9(03) VALUE 10.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   QUADRO DE COBRANCA EM MEMORIA                               *
      *----------------------------------------------------------------*
       77  WRK-MAX-NEGDIAS        PIC 9(04) VALUE ZEROS.
       77  WRK-ND-ACHADA          PIC X(01) VALUE "N".
           88 ND-ACHADA               VALUE "S".
       01  WRK-TABELA-NEGDIAS.
           02 WRK-ND-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-ND-IDX.
               03 WRK-ND-CONTA         PIC 9(08).
               03 WRK-ND-DIAS          PIC 9(05).

      *----------------------------------------------------------------*
      *>   DATA LIMITE DO AVISO (HOJE MAIS O PRAZO)                    *
      *----------------------------------------------------------------*
       01  WRK-DATA-CALC-N        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC REDEFINES WRK-DATA-CALC-N.
           02 WRK-CALC-ANO        PIC 9(04).
           02 WRK-CALC-MES        PIC 9(02).
           02 WRK-CALC-DIA        PIC 9(02).
       77  WRK-DATA-LIMITE        PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.

       77  WRK-QTDE-AVISOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUSOES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUSOES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CANCELADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AGUARDANDO    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-INCLUIDO     PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REMESSA AO BIRO: HEADER, UM DETALHE POR INCLUSAO OU         *
      *>   EXCLUSAO E TRAILER COM QUANTIDADE E VALOR TOTAL             *
      *----------------------------------------------------------------*
       01  WRK-REM-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-RH-DATA          PIC 9(08).
           02 WRK-RH-HORA          PIC 9(06).
           02 FILLER               PIC X(20)
               VALUE "NEGATIVACAO BIRO".
           02 FILLER               PIC X(45) VALUE SPACES.

       01  WRK-REM-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-RD-SEQ           PIC 9(07).
           02 WRK-RD-OPERACAO      PIC X(01).
           02 WRK-RD-DOCUMENTO     PIC X(14).
           02 WRK-RD-TIPO-PESSOA   PIC X(01).
           02 WRK-RD-CONTA         PIC 9(08).
           02 WRK-RD-VALOR         PIC 9(09)V99.
           02 WRK-RD-DIAS          PIC 9(05).
           02 WRK-RD-DATA-AVISO    PIC 9(08).
           02 FILLER               PIC X(24) VALUE SPACES.

       01  WRK-REM-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-RT-QTDE          PIC 9(07).
           02 WRK-RT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.
       77  WRK-QTDE-REMESSA       PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-REMESSA      PIC 9(13)V99 VALUE ZEROS.

       01  WRK-LINHA-EVENTO.
           02 WRK-E-EVENTO         PIC X(12).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-E-CONTA          PIC 9(08).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-E-CPF            PIC X(11).
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-E-VALOR          PIC Z(08)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-E-MOTIVO         PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 3000-REVISAR-CICLOS    THRU 3000-REVISAR-CICLOS-EXIT.
           PERFORM 4000-EMITIR-AVISO      THRU 4000-EMITIR-AVISO-EXIT
               VARYING WRK-ND-IDX FROM 1 BY 1
               UNTIL WRK-ND-IDX > WRK-MAX-NEGDIAS.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           MOVE "NEGATDIAS " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-DIAS-AVISO
           END-IF.

           MOVE "NEGATPRAZ " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-PRAZO-AVISO
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC-N.
           PERFORM 8000-AVANCAR-DATA THRU 8000-AVANCAR-DATA-EXIT
               WRK-PRAZO-AVISO TIMES.
           MOVE WRK-DATA-CALC-N TO WRK-DATA-LIMITE.

           PERFORM 1100-CARREGAR-NEGDIAS
               THRU 1100-CARREGAR-NEGDIAS-EXIT.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.

           OPEN I-O NEGATIVA-FILE.
           IF WRK-STATUS-NGT = "35"
               CLOSE NEGATIVA-FILE
               OPEN OUTPUT NEGATIVA-FILE
               CLOSE NEGATIVA-FILE
               OPEN I-O NEGATIVA-FILE
           END-IF.

           OPEN I-O NEGHIST-FILE.
           IF WRK-STATUS-NGH = "35"
               CLOSE NEGHIST-FILE
               OPEN OUTPUT NEGHIST-FILE
               CLOSE NEGHIST-FILE
               OPEN I-O NEGHIST-FILE
           END-IF.

           OPEN OUTPUT CARTA-FILE.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-DATA-HOJE        TO WRK-RH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-RH-HORA.
           MOVE WRK-REM-HEADER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "NEGATIVACAO NO BIRO DE CREDITO - EVENTOS DO DIA"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   QUADRO DE COBRANCA; SE NAO COUBER INTEIRO NA TABELA, A      *
      *>   AUSENCIA DA CONTA NAO PROVA RECUPERACAO E SO O SALDO DE     *
      *>   CONTASDB DECIDE A EXCLUSAO                                  *
      *----------------------------------------------------------------*
       1100-CARREGAR-NEGDIAS.
      *----------------------------------------------------------------*
           OPEN INPUT NEGDIAS-FILE.
           IF WRK-STATUS-NEG NOT = "00"
               DISPLAY "QUADRO DE COBRANCA NEGDIAS AUSENTE"
               CLOSE NEGDIAS-FILE
               GO TO 1100-CARREGAR-NEGDIAS-EXIT
           END-IF.

           PERFORM 1150-LER-NEGDIAS THRU 1150-LER-NEGDIAS-EXIT
               UNTIL FIM-NEG.
           CLOSE NEGDIAS-FILE.
       1100-CARREGAR-NEGDIAS-EXIT.
           EXIT.

       1150-LER-NEGDIAS.
           READ NEGDIAS-FILE.
           IF WRK-STATUS-NEG NOT = "00"
               SET FIM-NEG TO TRUE
               GO TO 1150-LER-NEGDIAS-EXIT
           END-IF.

           IF WRK-MAX-NEGDIAS < 5000
               ADD 1 TO WRK-MAX-NEGDIAS
               MOVE NEG_CONTA TO WRK-ND-CONTA (WRK-MAX-NEGDIAS)
               MOVE NEG_DIAS  TO WRK-ND-DIAS (WRK-MAX-NEGDIAS)
           ELSE
               SET NEGDIAS-INCOMPLETO TO TRUE
           END-IF.
       1150-LER-NEGDIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CICLOS EM CURSO: DIVIDA PAGA GERA EXCLUSAO (OU CANCELA O    *
      *>   AVISO); AVISO COM PRAZO VENCIDO E DIVIDA ABERTA GERA A      *
      *>   INCLUSAO                                                    *
      *----------------------------------------------------------------*
       3000-REVISAR-CICLOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO NGT_CONTA.
           START NEGATIVA-FILE KEY IS NOT LESS THAN NGT_CONTA
               INVALID KEY
                   SET FIM-NGT TO TRUE
           END-START.

           PERFORM 3100-REVISAR-CONTA THRU 3100-REVISAR-CONTA-EXIT
               UNTIL FIM-NGT.
       3000-REVISAR-CICLOS-EXIT.
           EXIT.

       3100-REVISAR-CONTA.
           READ NEGATIVA-FILE NEXT RECORD.
           IF WRK-STATUS-NGT NOT = "00"
               SET FIM-NGT TO TRUE
               GO TO 3100-REVISAR-CONTA-EXIT
           END-IF.

           IF NOT NGT-EM-CURSO
               GO TO 3100-REVISAR-CONTA-EXIT
           END-IF.

           PERFORM 3200-VERIFICAR-RECUPERACAO
               THRU 3200-VERIFICAR-RECUPERACAO-EXIT.

           IF CONTA-RECUPERADA
               IF NGT-INCLUIDO
                   PERFORM 5200-EXCLUIR THRU 5200-EXCLUIR-EXIT
               ELSE
                   PERFORM 5300-CANCELAR-AVISO
                       THRU 5300-CANCELAR-AVISO-EXIT
               END-IF
               GO TO 3100-REVISAR-CONTA-EXIT
           END-IF.

           IF NGT-AVISADO
               CALL "DIAS-CORRIDOS-IDADE" USING NGT_DATA_AVISO
                   WRK-DATA-HOJE WRK-DIAS-DESDE-AVISO
               IF WRK-DIAS-DESDE-AVISO NOT < WRK-PRAZO-AVISO
                   PERFORM 5100-INCLUIR THRU 5100-INCLUIR-EXIT
               ELSE
                   ADD 1 TO WRK-QTDE-AGUARDANDO
               END-IF
           END-IF.
       3100-REVISAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RECUPERADA: CONTA FORA DE CONTASDB, SEM SALDO DEVEDOR OU    *
      *>   FORA DO QUADRO DE COBRANCA (QUANDO ELE COUBE INTEIRO)       *
      *----------------------------------------------------------------*
       3200-VERIFICAR-RECUPERACAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RECUPERADA.
           MOVE ZEROS TO WRK-VALOR-DEVIDO.

           MOVE NGT_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   SET CONTA-RECUPERADA TO TRUE
                   GO TO 3200-VERIFICAR-RECUPERACAO-EXIT
           END-READ.

           IF CONTA_SALDO NOT < ZEROS
               SET CONTA-RECUPERADA TO TRUE
               GO TO 3200-VERIFICAR-RECUPERACAO-EXIT
           END-IF.
           COMPUTE WRK-VALOR-DEVIDO = CONTA_SALDO * -1.

           PERFORM 3300-LOCALIZAR-NEGDIAS
               THRU 3300-LOCALIZAR-NEGDIAS-EXIT.
           IF NOT ND-ACHADA AND NOT NEGDIAS-INCOMPLETO
               SET CONTA-RECUPERADA TO TRUE
           END-IF.
       3200-VERIFICAR-RECUPERACAO-EXIT.
           EXIT.

       3300-LOCALIZAR-NEGDIAS.
           MOVE "N" TO WRK-ND-ACHADA.
           MOVE NGT_DIAS_ATRASO TO WRK-DIAS-CONTA.
           IF WRK-MAX-NEGDIAS = ZEROS
               GO TO 3300-LOCALIZAR-NEGDIAS-EXIT
           END-IF.

           SET WRK-ND-IDX TO 1.
           SEARCH WRK-ND-ITEM
               VARYING WRK-ND-IDX
               AT END
                   CONTINUE
               WHEN WRK-ND-IDX > WRK-MAX-NEGDIAS
                   CONTINUE
               WHEN WRK-ND-CONTA (WRK-ND-IDX) = NGT_CONTA
                   SET ND-ACHADA TO TRUE
                   MOVE WRK-ND-DIAS (WRK-ND-IDX) TO WRK-DIAS-CONTA
           END-SEARCH.
       3300-LOCALIZAR-NEGDIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA DO QUADRO COM ATRASO SUFICIENTE E SEM CICLO EM CURSO  *
      *>   RECEBE O AVISO PREVIO                                       *
      *----------------------------------------------------------------*
       4000-EMITIR-AVISO.
      *----------------------------------------------------------------*
           IF WRK-ND-DIAS (WRK-ND-IDX) < WRK-DIAS-AVISO
               GO TO 4000-EMITIR-AVISO-EXIT
           END-IF.

           MOVE "N" TO WRK-NGT-EXISTE.
           MOVE WRK-ND-CONTA (WRK-ND-IDX) TO NGT_CONTA.
           READ NEGATIVA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NGT-EXISTE TO TRUE
           END-READ.
           IF NGT-EXISTE AND NGT-EM-CURSO
               GO TO 4000-EMITIR-AVISO-EXIT
           END-IF.

           MOVE WRK-ND-CONTA (WRK-ND-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 4000-EMITIR-AVISO-EXIT
           END-READ.
           IF CONTA_SALDO NOT < ZEROS
               GO TO 4000-EMITIR-AVISO-EXIT
           END-IF.
           COMPUTE WRK-VALOR-DEVIDO = CONTA_SALDO * -1.

      *>   SEM ENDERECO CONFIAVEL NAO HA AVISO, E SEM AVISO NAO HA
      *>   INCLUSAO; A CONTA VOLTA A SER AVALIADA NA PROXIMA RODADA
           PERFORM 4500-CONFERIR-ENDERECO
               THRU 4500-CONFERIR-ENDERECO-EXIT.
           IF AVISO-RETIDO
               ADD 1 TO WRK-QTDE-RETIDOS
               MOVE "AVISO RETIDO" TO WRK-E-EVENTO
               MOVE WRK-ND-CONTA (WRK-ND-IDX) TO WRK-E-CONTA
               MOVE WRK-CPF-TITULAR  TO WRK-E-CPF
               MOVE WRK-VALOR-DEVIDO TO WRK-E-VALOR
               MOVE WRK-MOTIVO       TO WRK-E-MOTIVO
               MOVE WRK-LINHA-EVENTO TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO 4000-EMITIR-AVISO-EXIT
           END-IF.

           MOVE CLIENTE_CPF              TO NGT_CPF.
           MOVE WRK-CPF-TITULAR          TO NGT_DOCUMENTO.
           MOVE "F"                      TO NGT_TIPO_PESSOA.
           IF CLIENTE-PESSOA-JURIDICA
               MOVE CLIENTE_CNPJ         TO NGT_DOCUMENTO
               MOVE "J"                  TO NGT_TIPO_PESSOA
           END-IF.
           MOVE WRK-ND-CONTA (WRK-ND-IDX) TO NGT_CONTA.
           SET NGT-AVISADO TO TRUE.
           MOVE WRK-VALOR-DEVIDO         TO NGT_VALOR.
           MOVE WRK-ND-DIAS (WRK-ND-IDX) TO NGT_DIAS_ATRASO.
           MOVE WRK-DATA-HOJE            TO NGT_DATA_AVISO.
           MOVE ZEROS                    TO NGT_DATA_INCLUSAO.
           MOVE ZEROS                    TO NGT_DATA_EXCLUSAO.
           IF NGT-EXISTE
               REWRITE NEGATIVA-REG
           ELSE
               WRITE NEGATIVA-REG
           END-IF.

           MOVE NGT_DOCUMENTO          TO CRT_DOCUMENTO.
           MOVE CLIENTE_NOME           TO CRT_NOME.
           MOVE CLIENTE_END_LOGRADOURO TO CRT_LOGRADOURO.
           MOVE CLIENTE_END_NUMERO     TO CRT_NUMERO.
           MOVE CLIENTE_END_BAIRRO     TO CRT_BAIRRO.
           MOVE CLIENTE_END_CIDADE     TO CRT_CIDADE.
           MOVE CLIENTE_END_UF         TO CRT_UF.
           MOVE CLIENTE_END_CEP        TO CRT_CEP.
           MOVE NGT_CONTA              TO CRT_CONTA.
           MOVE NGT_VALOR              TO CRT_VALOR.
           MOVE NGT_DIAS_ATRASO        TO CRT_DIAS_ATRASO.
           MOVE WRK-DATA-HOJE          TO CRT_DATA_AVISO.
           MOVE WRK-DATA-LIMITE        TO CRT_DATA_LIMITE.
           WRITE CARTA-REG.

           ADD 1 TO WRK-QTDE-AVISOS.
           MOVE "A" TO NGH_EVENTO.
           PERFORM 6000-GRAVAR-HISTORICO
               THRU 6000-GRAVAR-HISTORICO-EXIT.
           MOVE "AVISO PREVIO" TO WRK-E-EVENTO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
       4000-EMITIR-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O TITULAR PRINCIPAL DA CONTA (CONTATIT) DECIDE O ENDERECO   *
      *>   DE ENTREGA; SEM CADASTRO OU COM A MARCA DE ENDERECO         *
      *>   SUSPEITO O AVISO FICA RETIDO                                *
      *----------------------------------------------------------------*
       4500-CONFERIR-ENDERECO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RETIDO WRK-FIM-TIT.
           MOVE SPACES TO WRK-CPF-TITULAR WRK-MOTIVO.

           MOVE WRK-ND-CONTA (WRK-ND-IDX) TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 4550-EXAMINAR-VINCULO
               THRU 4550-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           IF WRK-CPF-TITULAR = SPACES
               SET AVISO-RETIDO TO TRUE
               MOVE "CONTA SEM TITULAR" TO WRK-MOTIVO
               GO TO 4500-CONFERIR-ENDERECO-EXIT
           END-IF.

           MOVE WRK-CPF-TITULAR TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   SET AVISO-RETIDO TO TRUE
                   MOVE "TITULAR SEM CADASTRO" TO WRK-MOTIVO
                   GO TO 4500-CONFERIR-ENDERECO-EXIT
           END-READ.

           IF CLIENTE-END-SUSPEITO
               SET AVISO-RETIDO TO TRUE
               MOVE "ENDERECO SUSPEITO" TO WRK-MOTIVO
           END-IF.
       4500-CONFERIR-ENDERECO-EXIT.
           EXIT.

       4550-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 4550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF TIT_CONTA NOT = WRK-ND-CONTA (WRK-ND-IDX)
               SET FIM-TIT TO TRUE
               GO TO 4550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       4550-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-INCLUIR.
      *----------------------------------------------------------------*
           SET NGT-INCLUIDO TO TRUE.
           MOVE WRK-VALOR-DEVIDO TO NGT_VALOR.
           MOVE WRK-DIAS-CONTA   TO NGT_DIAS_ATRASO.
           MOVE WRK-DATA-HOJE    TO NGT_DATA_INCLUSAO.
           REWRITE NEGATIVA-REG.

           MOVE "I" TO WRK-RD-OPERACAO.
           PERFORM 5500-GRAVAR-DETALHE THRU 5500-GRAVAR-DETALHE-EXIT.

           ADD 1 TO WRK-QTDE-INCLUSOES.
           ADD NGT_VALOR TO WRK-TOTAL-INCLUIDO.
           MOVE "I" TO NGH_EVENTO.
           PERFORM 6000-GRAVAR-HISTORICO
               THRU 6000-GRAVAR-HISTORICO-EXIT.
           MOVE "INCLUSAO" TO WRK-E-EVENTO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
       5100-INCLUIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5200-EXCLUIR.
      *----------------------------------------------------------------*
           SET NGT-EXCLUIDO TO TRUE.
           MOVE WRK-DATA-HOJE TO NGT_DATA_EXCLUSAO.
           REWRITE NEGATIVA-REG.

           MOVE "E" TO WRK-RD-OPERACAO.
           PERFORM 5500-GRAVAR-DETALHE THRU 5500-GRAVAR-DETALHE-EXIT.

           ADD 1 TO WRK-QTDE-EXCLUSOES.
           MOVE "E" TO NGH_EVENTO.
           PERFORM 6000-GRAVAR-HISTORICO
               THRU 6000-GRAVAR-HISTORICO-EXIT.
           MOVE "EXCLUSAO" TO WRK-E-EVENTO.
           MOVE "DIVIDA REGULARIZADA" TO WRK-MOTIVO.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
       5200-EXCLUIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5300-CANCELAR-AVISO.
      *----------------------------------------------------------------*
           SET NGT-CANCELADO TO TRUE.
           MOVE WRK-DATA-HOJE TO NGT_DATA_EXCLUSAO.
           REWRITE NEGATIVA-REG.

           ADD 1 TO WRK-QTDE-CANCELADOS.
           MOVE "C" TO NGH_EVENTO.
           PERFORM 6000-GRAVAR-HISTORICO
               THRU 6000-GRAVAR-HISTORICO-EXIT.
           MOVE "CANCELADO" TO WRK-E-EVENTO.
           MOVE "PAGO ANTES DA INCLUSAO" TO WRK-MOTIVO.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
       5300-CANCELAR-AVISO-EXIT.
           EXIT.

       5500-GRAVAR-DETALHE.
           ADD 1 TO WRK-QTDE-REMESSA.
           ADD NGT_VALOR TO WRK-VALOR-REMESSA.
           MOVE WRK-QTDE-REMESSA TO WRK-RD-SEQ.
           MOVE NGT_DOCUMENTO    TO WRK-RD-DOCUMENTO.
           MOVE NGT_TIPO_PESSOA  TO WRK-RD-TIPO-PESSOA.
           MOVE NGT_CONTA        TO WRK-RD-CONTA.
           MOVE NGT_VALOR        TO WRK-RD-VALOR.
           MOVE NGT_DIAS_ATRASO  TO WRK-RD-DIAS.
           MOVE NGT_DATA_AVISO   TO WRK-RD-DATA-AVISO.
           MOVE WRK-REM-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
       5500-GRAVAR-DETALHE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   HISTORICO POR CPF; O EVENTO JA VEM EM NGH_EVENTO            *
      *----------------------------------------------------------------*
       6000-GRAVAR-HISTORICO.
      *----------------------------------------------------------------*
           MOVE NGT_CPF         TO NGH_CPF.
           MOVE WRK-DATA-HOJE   TO NGH_DATA.
           MOVE NGT_CONTA       TO NGH_CONTA.
           MOVE NGT_VALOR       TO NGH_VALOR.
           MOVE NGT_DIAS_ATRASO TO NGH_DIAS_ATRASO.
           WRITE NEGHIST-REG
               INVALID KEY
                   DISPLAY "EVENTO JA REGISTRADO EM NEGHIST: "
                       NGH-CHAVE
           END-WRITE.
       6000-GRAVAR-HISTORICO-EXIT.
           EXIT.

       6500-RELATAR-EVENTO.
           MOVE NGT_CONTA  TO WRK-E-CONTA.
           MOVE NGT_CPF    TO WRK-E-CPF.
           MOVE NGT_VALOR  TO WRK-E-VALOR.
           MOVE WRK-MOTIVO TO WRK-E-MOTIVO.
           MOVE WRK-LINHA-EVENTO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6500-RELATAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AVANCA WRK-DATA-CALC UM DIA CORRIDO                         *
      *----------------------------------------------------------------*
       8000-AVANCAR-DATA.
      *----------------------------------------------------------------*
           PERFORM 8100-ULTIMO-DIA-DO-MES
               THRU 8100-ULTIMO-DIA-DO-MES-EXIT.

           IF WRK-CALC-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-CALC-DIA
           ELSE
               MOVE 1 TO WRK-CALC-DIA
               IF WRK-CALC-MES = 12
                   MOVE 1 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
               ELSE
                   ADD 1 TO WRK-CALC-MES
               END-IF
           END-IF.
       8000-AVANCAR-DATA-EXIT.
           EXIT.

       8100-ULTIMO-DIA-DO-MES.
           EVALUATE WRK-CALC-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-CALC-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-CALC-ANO BY 100
                           GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-CALC-ANO BY 400
                               GIVING WRK-QUOC-BISSEXTO
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       8100-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-REMESSA  TO WRK-RT-QTDE.
           MOVE WRK-VALOR-REMESSA TO WRK-RT-VALOR.
           MOVE WRK-REM-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE NEGATIVA-FILE.
           CLOSE NEGHIST-FILE.
           CLOSE CARTA-FILE.
           CLOSE REMESSA-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== NEGATIVACAO NO BIRO =====".
           DISPLAY "CONTAS NO QUADRO.....: " WRK-MAX-NEGDIAS.
           DISPLAY "AVISOS EMITIDOS......: " WRK-QTDE-AVISOS.
           DISPLAY "AVISOS RETIDOS.......: " WRK-QTDE-RETIDOS.
           DISPLAY "AGUARDANDO PRAZO.....: " WRK-QTDE-AGUARDANDO.
           DISPLAY "INCLUSOES............: " WRK-QTDE-INCLUSOES.
           DISPLAY "VALOR INCLUIDO.......: " WRK-TOTAL-INCLUIDO.
           DISPLAY "EXCLUSOES............: " WRK-QTDE-EXCLUSOES.
           DISPLAY "AVISOS CANCELADOS....: " WRK-QTDE-CANCELADOS.

           IF NEGDIAS-INCOMPLETO
               DISPLAY "NEGDIAS MAIOR QUE A TABELA, EXCLUSOES SO PELO "
                   "SALDO"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
