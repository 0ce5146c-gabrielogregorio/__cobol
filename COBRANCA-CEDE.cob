      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. COBRANCA-CEDE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CESSAO MENSAL DAS DIVIDAS EM ATRASO AS         <*
      *>                AGENCIAS DE COBRANCA DA TABELA COBAGTAB.      <*
      *>                ADIANTAMENTO A DEPOSITANTE: CONTA DO QUADRO   <*
      *>                NEGDIAS, AINDA COM SALDO DEVEDOR, CUJA FAIXA  <*
      *>                (30, 60 OU 90) E ATENDIDA POR ALGUMA AGENCIA. <*
      *>                PLANO DE PARCELAMENTO: PLANO ATIVO COM A      <*
      *>                PROXIMA PARCELA VENCIDA HA COBPLDIAS DIAS OU  <*
      *>                MAIS (MESTRE DE PARAMETROS, PADRAO 60), PARA  <*
      *>                AS AGENCIAS DA FAIXA PL. DIVIDA JA EM         <*
      *>                COBRANCA EM COBRMST NAO E CEDIDA DE NOVO, O   <*
      *>                QUE IMPEDE A MESMA DIVIDA EM DUAS AGENCIAS;   <*
      *>                AGENCIAS DA MESMA FAIXA DIVIDEM AS DIVIDAS    <*
      *>                NOVAS, CADA UMA INDO A QUE TEM MENOS NO MES.  <*
      *>                O ARQUIVO DE CESSAO COBCESS TEM UM BLOCO POR  <*
      *>                AGENCIA (HEADER, DETALHES E TRAILER), COM O   <*
      *>                NOME E ENDERECO DE CLIMAST DO TITULAR         <*
      *>                PRINCIPAL (CONTATIT), A MARCA DE ENDERECO     <*
      *>                SUSPEITO E O TELEFONE E E-MAIL DAS CHAVES DE  <*
      *>                PIXKEYS DA CONTA, UNICO CONTATO QUE O BANCO   <*
      *>                GUARDA. A DIVIDA CEDIDA FICA EM COBRMST PARA  <*
      *>                O RETORNO (COBRANCA-RETORNO.COB)              <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  PLANO COM SINISTRO DE SEGURO PRESTAMISTA  <*
      *>                    AVISADO EM SEGMST NAO E CEDIDO: A DIVIDA  <*
      *>                    AGUARDA A DECISAO DA SEGURADORA           <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT AGENCIA-FILE        ASSIGN TO "COBAGTAB"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AGC.

           SELECT NEGDIAS-FILE        ASSIGN TO "NEGDIAS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NEG.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

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

           SELECT CHAVE-FILE          ASSIGN TO "PIXKEYS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PIXK_CHAVE
               FILE STATUS        IS WRK-STATUS-CHAVE.

           SELECT COBRANCA-FILE       ASSIGN TO "COBRMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS COB-CHAVE
               FILE STATUS        IS WRK-STATUS-COB.

           SELECT CESSAO-FILE         ASSIGN TO "COBCESS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CESS.

           SELECT SEGURO-FILE         ASSIGN TO "SEGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SEG_PLANO
               FILE STATUS        IS WRK-STATUS-SEG.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  AGENCIA-FILE.
           COPY COBAGENCIA-REG.

       FD  NEGDIAS-FILE.
       01  NEGDIAS-REG.
           02 NEG_CONTA           PIC 9(08).
           02 NEG_DIAS            PIC 9(05).
           02 NEG_FAIXA           PIC X(02).

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CHAVE-FILE.
           COPY PIX-CHAVE-REG.

       FD  COBRANCA-FILE.
           COPY COBRANCA-REG.

       FD  CESSAO-FILE.
       01  CESSAO-LINHA               PIC X(240).

       FD  SEGURO-FILE.
           COPY SEGURO-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-AGC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHAVE       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-COB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CESS        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SEG         PIC X(02) VALUE SPACES.
       77  WRK-SEGUROS-ABERTO     PIC X(01) VALUE "N".
           88 SEGUROS-ABERTO          VALUE "S".
       77  WRK-QTDE-EM-SINISTRO   PIC 9(07) VALUE ZEROS.

       77  WRK-FIM-AGC            PIC X(01) VALUE "N".
           88 FIM-AGC                 VALUE "S".
       77  WRK-FIM-NEG            PIC X(01) VALUE "N".
           88 FIM-NEG                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-CHAVE          PIC X(01) VALUE "N".
           88 FIM-CHAVE               VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-EM-COBRANCA        PIC X(01) VALUE "N".
           88 DIVIDA-EM-COBRANCA      VALUE "S".
       77  WRK-COB-EXISTE         PIC X(01) VALUE "N".
           88 COB-EXISTE              VALUE "S".
       77  WRK-CLIENTE-ACHADO     PIC X(01) VALUE "N".
           88 CLIENTE-ACHADO          VALUE "S".
       77  WRK-TABELA-INCOMPLETA  PIC X(01) VALUE "N".
           88 TABELA-INCOMPLETA       VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.
       77  WRK-QTDE-DIAS          PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   DIVIDA EM AVALIACAO                                         *
      *----------------------------------------------------------------*
       77  WRK-MODALIDADE-DIVIDA  PIC X(02) VALUE SPACES.
       77  WRK-NUMERO-DIVIDA      PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-DIVIDA       PIC 9(08) VALUE ZEROS.
       77  WRK-FAIXA-DIVIDA       PIC X(02) VALUE SPACES.
       77  WRK-DIAS-DIVIDA        PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-DIVIDA       PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   ATRASO MINIMO DO PLANO DE PARCELAMENTO PARA A CESSAO        *
      *----------------------------------------------------------------*
       77  WRK-DIAS-PLANO         PIC 9(03) VALUE 60.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   AGENCIAS (UMA POR CODIGO) E FAIXAS QUE CADA UMA ATENDE      *
      *----------------------------------------------------------------*
       77  WRK-MAX-AGENCIAS       PIC 9(03) VALUE ZEROS.
       77  WRK-AG-SUB             PIC 9(03) VALUE ZEROS.
       77  WRK-AG-POS             PIC 9(03) VALUE ZEROS.
       77  WRK-AG-ESCOLHIDA       PIC 9(03) VALUE ZEROS.
       77  WRK-AG-ACHADA          PIC X(01) VALUE "N".
           88 AG-ACHADA               VALUE "S".
       01  WRK-TABELA-AGENCIAS.
           02 WRK-AG-ITEM  OCCURS 50 TIMES
                            INDEXED BY WRK-AG-IDX.
               03 WRK-AG-CODIGO        PIC X(04).
               03 WRK-AG-NOME          PIC X(30).
               03 WRK-AG-QTDE          PIC 9(07).
               03 WRK-AG-VALOR         PIC 9(13)V99.

       77  WRK-MAX-FAIXAS         PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-FAIXAS.
           02 WRK-AF-ITEM  OCCURS 200 TIMES
                            INDEXED BY WRK-AF-IDX.
               03 WRK-AF-AGENCIA       PIC 9(03).
               03 WRK-AF-FAIXA         PIC X(02).

      *----------------------------------------------------------------*
      *>   DIVIDAS SELECIONADAS NO MES, JA COM A AGENCIA ESCOLHIDA     *
      *----------------------------------------------------------------*
       77  WRK-MAX-CANDIDATAS     PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CANDIDATAS.
           02 WRK-CD-ITEM  OCCURS 3000 TIMES
                            INDEXED BY WRK-CD-IDX.
               03 WRK-CD-MODALIDADE    PIC X(02).
               03 WRK-CD-NUMERO        PIC 9(08).
               03 WRK-CD-CONTA         PIC 9(08).
               03 WRK-CD-AGENCIA       PIC 9(03).
               03 WRK-CD-FAIXA         PIC X(02).
               03 WRK-CD-DIAS          PIC 9(05).
               03 WRK-CD-VALOR         PIC 9(09)V99.
               03 WRK-CD-TELEFONE      PIC X(36).
               03 WRK-CD-EMAIL         PIC X(36).

       77  WRK-QTDE-JA-CEDIDAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-AGENCIA   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CADASTRO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CEDIDAS       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-CEDIDO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-BLOCO         PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-BLOCO        PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   ARQUIVO DE CESSAO: POR AGENCIA, HEADER, UM DETALHE POR      *
      *>   DIVIDA E TRAILER COM QUANTIDADE E VALOR DO BLOCO            *
      *----------------------------------------------------------------*
       01  WRK-CES-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-CH-AGENCIA       PIC X(04).
           02 WRK-CH-NOME          PIC X(30).
           02 WRK-CH-DATA          PIC 9(08).
           02 FILLER               PIC X(20)
               VALUE "CESSAO DE COBRANCA".
           02 FILLER               PIC X(177) VALUE SPACES.

       01  WRK-CES-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-CDT-SEQ          PIC 9(07).
           02 WRK-CDT-MODALIDADE   PIC X(02).
           02 WRK-CDT-NUMERO       PIC 9(08).
           02 WRK-CDT-CONTA        PIC 9(08).
           02 WRK-CDT-DOCUMENTO    PIC X(14).
           02 WRK-CDT-TIPO-PESSOA  PIC X(01).
           02 WRK-CDT-NOME         PIC X(20).
           02 WRK-CDT-LOGRADOURO   PIC X(30).
           02 WRK-CDT-END-NUMERO   PIC X(06).
           02 WRK-CDT-BAIRRO       PIC X(20).
           02 WRK-CDT-CIDADE       PIC X(20).
           02 WRK-CDT-UF           PIC X(02).
           02 WRK-CDT-CEP          PIC 9(08).
           02 WRK-CDT-END-SUSPEITO PIC X(01).
           02 WRK-CDT-TELEFONE     PIC X(36).
           02 WRK-CDT-EMAIL        PIC X(36).
           02 WRK-CDT-VALOR        PIC 9(09)V99.
           02 WRK-CDT-DIAS         PIC 9(05).
           02 WRK-CDT-FAIXA        PIC X(02).
           02 FILLER               PIC X(03) VALUE SPACES.

       01  WRK-CES-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-CT-AGENCIA       PIC X(04).
           02 WRK-CT-QTDE          PIC 9(07).
           02 WRK-CT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(213) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF WRK-MAX-AGENCIAS > ZEROS
               PERFORM 2000-SELECIONAR-ADIANTAMENTOS
                   THRU 2000-SELECIONAR-ADIANTAMENTOS-EXIT
               PERFORM 3000-SELECIONAR-PLANOS
                   THRU 3000-SELECIONAR-PLANOS-EXIT
               PERFORM 4000-OBTER-CONTATOS
                   THRU 4000-OBTER-CONTATOS-EXIT
               PERFORM 5000-GRAVAR-BLOCO  THRU 5000-GRAVAR-BLOCO-EXIT
                   VARYING WRK-AG-SUB FROM 1 BY 1
                   UNTIL WRK-AG-SUB > WRK-MAX-AGENCIAS
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.

           MOVE "COBPLDIAS " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-DIAS-PLANO
           END-IF.

           PERFORM 1100-CARREGAR-AGENCIAS
               THRU 1100-CARREGAR-AGENCIAS-EXIT.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.

           OPEN I-O COBRANCA-FILE.
           IF WRK-STATUS-COB = "35"
               CLOSE COBRANCA-FILE
               OPEN OUTPUT COBRANCA-FILE
               CLOSE COBRANCA-FILE
               OPEN I-O COBRANCA-FILE
           END-IF.

           OPEN OUTPUT CESSAO-FILE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TABELA DE AGENCIAS; SEM ELA NAO HA PARA QUEM CEDER          *
      *----------------------------------------------------------------*
       1100-CARREGAR-AGENCIAS.
      *----------------------------------------------------------------*
           OPEN INPUT AGENCIA-FILE.
           IF WRK-STATUS-AGC NOT = "00"
               DISPLAY "TABELA DE AGENCIAS COBAGTAB AUSENTE"
               CLOSE AGENCIA-FILE
               GO TO 1100-CARREGAR-AGENCIAS-EXIT
           END-IF.

           PERFORM 1150-LER-AGENCIA THRU 1150-LER-AGENCIA-EXIT
               UNTIL FIM-AGC.
           CLOSE AGENCIA-FILE.
       1100-CARREGAR-AGENCIAS-EXIT.
           EXIT.

       1150-LER-AGENCIA.
           READ AGENCIA-FILE.
           IF WRK-STATUS-AGC NOT = "00"
               SET FIM-AGC TO TRUE
               GO TO 1150-LER-AGENCIA-EXIT
           END-IF.

           IF AGC_FAIXA NOT = "30" AND NOT = "60" AND NOT = "90"
               AND NOT = "PL"
               DISPLAY "FAIXA INVALIDA EM COBAGTAB, LINHA IGNORADA: "
                   AGC_CODIGO " " AGC_FAIXA
               GO TO 1150-LER-AGENCIA-EXIT
           END-IF.

           MOVE "N" TO WRK-AG-ACHADA.
           IF WRK-MAX-AGENCIAS > ZEROS
               SET WRK-AG-IDX TO 1
               SEARCH WRK-AG-ITEM
                   VARYING WRK-AG-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-AG-IDX > WRK-MAX-AGENCIAS
                       CONTINUE
                   WHEN WRK-AG-CODIGO (WRK-AG-IDX) = AGC_CODIGO
                       SET AG-ACHADA TO TRUE
                       SET WRK-AG-POS TO WRK-AG-IDX
               END-SEARCH
           END-IF.

           IF NOT AG-ACHADA
               IF WRK-MAX-AGENCIAS NOT < 50
                   DISPLAY "COBAGTAB MAIOR QUE A TABELA, AGENCIA "
                       "IGNORADA: " AGC_CODIGO
                   GO TO 1150-LER-AGENCIA-EXIT
               END-IF
               ADD 1 TO WRK-MAX-AGENCIAS
               MOVE WRK-MAX-AGENCIAS TO WRK-AG-POS
               MOVE AGC_CODIGO TO WRK-AG-CODIGO (WRK-AG-POS)
               MOVE AGC_NOME   TO WRK-AG-NOME (WRK-AG-POS)
               MOVE ZEROS      TO WRK-AG-QTDE (WRK-AG-POS)
               MOVE ZEROS      TO WRK-AG-VALOR (WRK-AG-POS)
           END-IF.

           IF WRK-MAX-FAIXAS NOT < 200
               DISPLAY "COBAGTAB MAIOR QUE A TABELA, FAIXA IGNORADA: "
                   AGC_CODIGO " " AGC_FAIXA
               GO TO 1150-LER-AGENCIA-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-FAIXAS.
           MOVE WRK-AG-POS TO WRK-AF-AGENCIA (WRK-MAX-FAIXAS).
           MOVE AGC_FAIXA  TO WRK-AF-FAIXA (WRK-MAX-FAIXAS).
       1150-LER-AGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ADIANTAMENTO A DEPOSITANTE: CONTAS DO QUADRO NEGDIAS        *
      *----------------------------------------------------------------*
       2000-SELECIONAR-ADIANTAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT NEGDIAS-FILE.
           IF WRK-STATUS-NEG NOT = "00"
               DISPLAY "QUADRO DE COBRANCA NEGDIAS AUSENTE"
               CLOSE NEGDIAS-FILE
               GO TO 2000-SELECIONAR-ADIANTAMENTOS-EXIT
           END-IF.

           PERFORM 2100-AVALIAR-CONTA THRU 2100-AVALIAR-CONTA-EXIT
               UNTIL FIM-NEG.
           CLOSE NEGDIAS-FILE.
       2000-SELECIONAR-ADIANTAMENTOS-EXIT.
           EXIT.

       2100-AVALIAR-CONTA.
           READ NEGDIAS-FILE.
           IF WRK-STATUS-NEG NOT = "00"
               SET FIM-NEG TO TRUE
               GO TO 2100-AVALIAR-CONTA-EXIT
           END-IF.

           MOVE NEG_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 2100-AVALIAR-CONTA-EXIT
           END-READ.
           IF CONTA_SALDO NOT < ZEROS
               GO TO 2100-AVALIAR-CONTA-EXIT
           END-IF.

           MOVE "AD"      TO WRK-MODALIDADE-DIVIDA.
           MOVE NEG_CONTA TO WRK-NUMERO-DIVIDA.
           MOVE NEG_CONTA TO WRK-CONTA-DIVIDA.
           MOVE NEG_FAIXA TO WRK-FAIXA-DIVIDA.
           MOVE NEG_DIAS  TO WRK-DIAS-DIVIDA.
           COMPUTE WRK-VALOR-DIVIDA = CONTA_SALDO * -1.

           PERFORM 2500-REGISTRAR-CANDIDATA
               THRU 2500-REGISTRAR-CANDIDATA-EXIT.
       2100-AVALIAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DIVIDA SELECIONADA: FORA DE COBRANCA E COM AGENCIA NA       *
      *>   FAIXA ENTRA NA TABELA DO MES                                *
      *----------------------------------------------------------------*
       2500-REGISTRAR-CANDIDATA.
      *----------------------------------------------------------------*
           PERFORM 2600-VERIFICAR-COBRANCA
               THRU 2600-VERIFICAR-COBRANCA-EXIT.
           IF DIVIDA-EM-COBRANCA
               ADD 1 TO WRK-QTDE-JA-CEDIDAS
               GO TO 2500-REGISTRAR-CANDIDATA-EXIT
           END-IF.

           PERFORM 2700-ESCOLHER-AGENCIA
               THRU 2700-ESCOLHER-AGENCIA-EXIT.
           IF WRK-AG-ESCOLHIDA = ZEROS
               ADD 1 TO WRK-QTDE-SEM-AGENCIA
               GO TO 2500-REGISTRAR-CANDIDATA-EXIT
           END-IF.

           IF WRK-MAX-CANDIDATAS NOT < 3000
               SET TABELA-INCOMPLETA TO TRUE
               GO TO 2500-REGISTRAR-CANDIDATA-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-CANDIDATAS.
           SET WRK-CD-IDX TO WRK-MAX-CANDIDATAS.
           MOVE WRK-MODALIDADE-DIVIDA TO WRK-CD-MODALIDADE (WRK-CD-IDX).
           MOVE WRK-NUMERO-DIVIDA     TO WRK-CD-NUMERO (WRK-CD-IDX).
           MOVE WRK-CONTA-DIVIDA      TO WRK-CD-CONTA (WRK-CD-IDX).
           MOVE WRK-AG-ESCOLHIDA      TO WRK-CD-AGENCIA (WRK-CD-IDX).
           MOVE WRK-FAIXA-DIVIDA      TO WRK-CD-FAIXA (WRK-CD-IDX).
           MOVE WRK-DIAS-DIVIDA       TO WRK-CD-DIAS (WRK-CD-IDX).
           MOVE WRK-VALOR-DIVIDA      TO WRK-CD-VALOR (WRK-CD-IDX).
           MOVE SPACES                TO WRK-CD-TELEFONE (WRK-CD-IDX).
           MOVE SPACES                TO WRK-CD-EMAIL (WRK-CD-IDX).

           ADD 1                TO WRK-AG-QTDE (WRK-AG-ESCOLHIDA).
           ADD WRK-VALOR-DIVIDA TO WRK-AG-VALOR (WRK-AG-ESCOLHIDA).
       2500-REGISTRAR-CANDIDATA-EXIT.
           EXIT.

       2600-VERIFICAR-COBRANCA.
           MOVE "N" TO WRK-EM-COBRANCA.
           MOVE WRK-MODALIDADE-DIVIDA TO COB_MODALIDADE.
           MOVE WRK-NUMERO-DIVIDA     TO COB_NUMERO.
           READ COBRANCA-FILE
               INVALID KEY
                   GO TO 2600-VERIFICAR-COBRANCA-EXIT
           END-READ.
           IF COB-EM-COBRANCA
               SET DIVIDA-EM-COBRANCA TO TRUE
           END-IF.
       2600-VERIFICAR-COBRANCA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ENTRE AS AGENCIAS DA FAIXA, A QUE RECEBEU MENOS DIVIDAS NO  *
      *>   MES; ZERO QUANDO NENHUMA ATENDE A FAIXA                     *
      *----------------------------------------------------------------*
       2700-ESCOLHER-AGENCIA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-AG-ESCOLHIDA.
           PERFORM 2750-COMPARAR-AGENCIA
               THRU 2750-COMPARAR-AGENCIA-EXIT
               VARYING WRK-AF-IDX FROM 1 BY 1
               UNTIL WRK-AF-IDX > WRK-MAX-FAIXAS.
       2700-ESCOLHER-AGENCIA-EXIT.
           EXIT.

       2750-COMPARAR-AGENCIA.
           IF WRK-AF-FAIXA (WRK-AF-IDX) NOT = WRK-FAIXA-DIVIDA
               GO TO 2750-COMPARAR-AGENCIA-EXIT
           END-IF.
           MOVE WRK-AF-AGENCIA (WRK-AF-IDX) TO WRK-AG-POS.
           IF WRK-AG-ESCOLHIDA = ZEROS
               MOVE WRK-AG-POS TO WRK-AG-ESCOLHIDA
               GO TO 2750-COMPARAR-AGENCIA-EXIT
           END-IF.
           IF WRK-AG-QTDE (WRK-AG-POS) < WRK-AG-QTDE (WRK-AG-ESCOLHIDA)
               MOVE WRK-AG-POS TO WRK-AG-ESCOLHIDA
           END-IF.
       2750-COMPARAR-AGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANO DE PARCELAMENTO ATIVO COM A PROXIMA PARCELA VENCIDA   *
      *>   HA PELO MENOS COBPLDIAS DIAS; A DIVIDA E O SALDO A VENCER   *
      *----------------------------------------------------------------*
       3000-SELECIONAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               CLOSE PLANO-FILE
               GO TO 3000-SELECIONAR-PLANOS-EXIT
           END-IF.

           OPEN INPUT SEGURO-FILE.
           IF WRK-STATUS-SEG = "00"
               SET SEGUROS-ABERTO TO TRUE
           END-IF.

           PERFORM 3100-AVALIAR-PLANO THRU 3100-AVALIAR-PLANO-EXIT
               UNTIL FIM-PLN.
           CLOSE PLANO-FILE.
           IF SEGUROS-ABERTO
               CLOSE SEGURO-FILE
           END-IF.
       3000-SELECIONAR-PLANOS-EXIT.
           EXIT.

       3100-AVALIAR-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 3100-AVALIAR-PLANO-EXIT
           END-IF.

           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               GO TO 3100-AVALIAR-PLANO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-QTDE-DIAS.
           IF PLN_PROX_VENC < WRK-DATA-HOJE
               CALL "DIAS-CORRIDOS-IDADE" USING PLN_PROX_VENC
                   WRK-DATA-HOJE WRK-QTDE-DIAS
           END-IF.
           IF WRK-QTDE-DIAS < WRK-DIAS-PLANO
               GO TO 3100-AVALIAR-PLANO-EXIT
           END-IF.

           IF SEGUROS-ABERTO
               MOVE PLN_NUMERO TO SEG_PLANO
               READ SEGURO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEG-SINISTRO-AVISADO
                           ADD 1 TO WRK-QTDE-EM-SINISTRO
                           GO TO 3100-AVALIAR-PLANO-EXIT
                       END-IF
               END-READ
           END-IF.

           MOVE "PL"          TO WRK-MODALIDADE-DIVIDA.
           MOVE PLN_NUMERO    TO WRK-NUMERO-DIVIDA.
           MOVE PLN_CONTA     TO WRK-CONTA-DIVIDA.
           MOVE "PL"          TO WRK-FAIXA-DIVIDA.
           MOVE WRK-QTDE-DIAS TO WRK-DIAS-DIVIDA.
           COMPUTE WRK-VALOR-DIVIDA =
               (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
               + PLN_VALOR_ULTIMA.

           PERFORM 2500-REGISTRAR-CANDIDATA
               THRU 2500-REGISTRAR-CANDIDATA-EXIT.
       3100-AVALIAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TELEFONE E E-MAIL: AS CHAVES DE TRANSFERENCIA INSTANTANEA   *
      *>   SAO O UNICO CONTATO GUARDADO; UMA PASSADA EM PIXKEYS        *
      *>   ANOTA A PRIMEIRA DE CADA TIPO PARA CADA CONTA SELECIONADA   *
      *----------------------------------------------------------------*
       4000-OBTER-CONTATOS.
      *----------------------------------------------------------------*
           IF WRK-MAX-CANDIDATAS = ZEROS
               GO TO 4000-OBTER-CONTATOS-EXIT
           END-IF.

           OPEN INPUT CHAVE-FILE.
           IF WRK-STATUS-CHAVE NOT = "00"
               CLOSE CHAVE-FILE
               GO TO 4000-OBTER-CONTATOS-EXIT
           END-IF.

           MOVE LOW-VALUES TO PIXK_CHAVE.
           START CHAVE-FILE KEY IS NOT LESS THAN PIXK_CHAVE
               INVALID KEY
                   SET FIM-CHAVE TO TRUE
           END-START.

           PERFORM 4100-EXAMINAR-CHAVE THRU 4100-EXAMINAR-CHAVE-EXIT
               UNTIL FIM-CHAVE.
           CLOSE CHAVE-FILE.
       4000-OBTER-CONTATOS-EXIT.
           EXIT.

       4100-EXAMINAR-CHAVE.
           READ CHAVE-FILE NEXT RECORD.
           IF WRK-STATUS-CHAVE NOT = "00"
               SET FIM-CHAVE TO TRUE
               GO TO 4100-EXAMINAR-CHAVE-EXIT
           END-IF.

           IF NOT PIXK-TIPO-TELEFONE AND NOT PIXK-TIPO-EMAIL
               GO TO 4100-EXAMINAR-CHAVE-EXIT
           END-IF.

           PERFORM 4200-ANOTAR-CONTATO THRU 4200-ANOTAR-CONTATO-EXIT
               VARYING WRK-CD-IDX FROM 1 BY 1
               UNTIL WRK-CD-IDX > WRK-MAX-CANDIDATAS.
       4100-EXAMINAR-CHAVE-EXIT.
           EXIT.

       4200-ANOTAR-CONTATO.
           IF WRK-CD-CONTA (WRK-CD-IDX) NOT = PIXK_CONTA
               GO TO 4200-ANOTAR-CONTATO-EXIT
           END-IF.
           IF PIXK-TIPO-TELEFONE
               AND WRK-CD-TELEFONE (WRK-CD-IDX) = SPACES
               MOVE PIXK_CHAVE TO WRK-CD-TELEFONE (WRK-CD-IDX)
           END-IF.
           IF PIXK-TIPO-EMAIL
               AND WRK-CD-EMAIL (WRK-CD-IDX) = SPACES
               MOVE PIXK_CHAVE TO WRK-CD-EMAIL (WRK-CD-IDX)
           END-IF.
       4200-ANOTAR-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   BLOCO DA AGENCIA NO ARQUIVO DE CESSAO; AGENCIA SEM DIVIDA   *
      *>   NOVA NO MES NAO RECEBE BLOCO                                *
      *----------------------------------------------------------------*
       5000-GRAVAR-BLOCO.
      *----------------------------------------------------------------*
           IF WRK-AG-QTDE (WRK-AG-SUB) = ZEROS
               GO TO 5000-GRAVAR-BLOCO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-QTDE-BLOCO WRK-VALOR-BLOCO.
           MOVE WRK-AG-CODIGO (WRK-AG-SUB) TO WRK-CH-AGENCIA.
           MOVE WRK-AG-NOME (WRK-AG-SUB)   TO WRK-CH-NOME.
           MOVE WRK-DATA-HOJE              TO WRK-CH-DATA.
           MOVE WRK-CES-HEADER TO CESSAO-LINHA.
           WRITE CESSAO-LINHA.

           PERFORM 5100-CEDER-DIVIDA THRU 5100-CEDER-DIVIDA-EXIT
               VARYING WRK-CD-IDX FROM 1 BY 1
               UNTIL WRK-CD-IDX > WRK-MAX-CANDIDATAS.

           MOVE WRK-AG-CODIGO (WRK-AG-SUB) TO WRK-CT-AGENCIA.
           MOVE WRK-QTDE-BLOCO             TO WRK-CT-QTDE.
           MOVE WRK-VALOR-BLOCO            TO WRK-CT-VALOR.
           MOVE WRK-CES-TRAILER TO CESSAO-LINHA.
           WRITE CESSAO-LINHA.
       5000-GRAVAR-BLOCO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DETALHE DA DIVIDA COM O CADASTRO DO TITULAR PRINCIPAL E O   *
      *>   REGISTRO EM COBRMST (DIVIDA DEVOLVIDA OU QUITADA ANTES      *
      *>   REABRE A MESMA LINHA)                                       *
      *----------------------------------------------------------------*
       5100-CEDER-DIVIDA.
      *----------------------------------------------------------------*
           IF WRK-CD-AGENCIA (WRK-CD-IDX) NOT = WRK-AG-SUB
               GO TO 5100-CEDER-DIVIDA-EXIT
           END-IF.

           PERFORM 5500-OBTER-TITULAR THRU 5500-OBTER-TITULAR-EXIT.

           MOVE SPACES TO WRK-CDT-NOME WRK-CDT-LOGRADOURO
               WRK-CDT-END-NUMERO WRK-CDT-BAIRRO WRK-CDT-CIDADE
               WRK-CDT-UF.
           MOVE "N"    TO WRK-CLIENTE-ACHADO.
           MOVE WRK-CPF-TITULAR TO WRK-CDT-DOCUMENTO.
           MOVE "F"             TO WRK-CDT-TIPO-PESSOA.
           MOVE ZEROS           TO WRK-CDT-CEP.
           MOVE "N"             TO WRK-CDT-END-SUSPEITO.
           IF WRK-CPF-TITULAR NOT = SPACES
               MOVE WRK-CPF-TITULAR TO CLIENTE_CPF
               READ CLIENTE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLIENTE-ACHADO TO TRUE
               END-READ
           END-IF.

           IF CLIENTE-ACHADO
               IF CLIENTE-PESSOA-JURIDICA
                   MOVE CLIENTE_CNPJ TO WRK-CDT-DOCUMENTO
                   MOVE "J"          TO WRK-CDT-TIPO-PESSOA
               END-IF
               MOVE CLIENTE_NOME           TO WRK-CDT-NOME
               MOVE CLIENTE_END_LOGRADOURO TO WRK-CDT-LOGRADOURO
               MOVE CLIENTE_END_NUMERO     TO WRK-CDT-END-NUMERO
               MOVE CLIENTE_END_BAIRRO     TO WRK-CDT-BAIRRO
               MOVE CLIENTE_END_CIDADE     TO WRK-CDT-CIDADE
               MOVE CLIENTE_END_UF         TO WRK-CDT-UF
               MOVE CLIENTE_END_CEP        TO WRK-CDT-CEP
               IF CLIENTE-END-SUSPEITO
                   MOVE "S" TO WRK-CDT-END-SUSPEITO
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-SEM-CADASTRO
           END-IF.

           ADD 1 TO WRK-QTDE-BLOCO.
           ADD WRK-CD-VALOR (WRK-CD-IDX) TO WRK-VALOR-BLOCO.
           MOVE WRK-QTDE-BLOCO                  TO WRK-CDT-SEQ.
           MOVE WRK-CD-MODALIDADE (WRK-CD-IDX)  TO WRK-CDT-MODALIDADE.
           MOVE WRK-CD-NUMERO (WRK-CD-IDX)      TO WRK-CDT-NUMERO.
           MOVE WRK-CD-CONTA (WRK-CD-IDX)       TO WRK-CDT-CONTA.
           MOVE WRK-CD-TELEFONE (WRK-CD-IDX)    TO WRK-CDT-TELEFONE.
           MOVE WRK-CD-EMAIL (WRK-CD-IDX)       TO WRK-CDT-EMAIL.
           MOVE WRK-CD-VALOR (WRK-CD-IDX)       TO WRK-CDT-VALOR.
           MOVE WRK-CD-DIAS (WRK-CD-IDX)        TO WRK-CDT-DIAS.
           MOVE WRK-CD-FAIXA (WRK-CD-IDX)       TO WRK-CDT-FAIXA.
           MOVE WRK-CES-DETALHE TO CESSAO-LINHA.
           WRITE CESSAO-LINHA.

           MOVE "N" TO WRK-COB-EXISTE.
           MOVE WRK-CD-MODALIDADE (WRK-CD-IDX) TO COB_MODALIDADE.
           MOVE WRK-CD-NUMERO (WRK-CD-IDX)     TO COB_NUMERO.
           READ COBRANCA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COB-EXISTE TO TRUE
           END-READ.

           MOVE WRK-AG-CODIGO (WRK-AG-SUB)   TO COB_AGENCIA.
           MOVE WRK-CD-CONTA (WRK-CD-IDX)    TO COB_CONTA.
           MOVE WRK-CPF-TITULAR              TO COB_CPF.
           MOVE WRK-CD-FAIXA (WRK-CD-IDX)    TO COB_FAIXA.
           MOVE WRK-CD-DIAS (WRK-CD-IDX)     TO COB_DIAS_ATRASO.
           MOVE WRK-CD-VALOR (WRK-CD-IDX)    TO COB_VALOR_CEDIDO.
           MOVE ZEROS                        TO COB_VALOR_ACORDO.
           MOVE ZEROS                        TO COB_VALOR_RECUPERADO.
           MOVE WRK-DATA-HOJE                TO COB_DATA_CESSAO.
           MOVE ZEROS                        TO COB_DATA_RETORNO.
           SET COB-CEDIDA TO TRUE.
           IF COB-EXISTE
               REWRITE COBRANCA-REG
           ELSE
               WRITE COBRANCA-REG
           END-IF.

           ADD 1 TO WRK-QTDE-CEDIDAS.
           ADD WRK-CD-VALOR (WRK-CD-IDX) TO WRK-TOTAL-CEDIDO.
       5100-CEDER-DIVIDA-EXIT.
           EXIT.

       5500-OBTER-TITULAR.
           MOVE SPACES TO WRK-CPF-TITULAR.
           MOVE "N"    TO WRK-FIM-TIT.

           MOVE WRK-CD-CONTA (WRK-CD-IDX) TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 5550-EXAMINAR-VINCULO
               THRU 5550-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.
       5500-OBTER-TITULAR-EXIT.
           EXIT.

       5550-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 5550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF TIT_CONTA NOT = WRK-CD-CONTA (WRK-CD-IDX)
               SET FIM-TIT TO TRUE
               GO TO 5550-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       5550-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE COBRANCA-FILE.
           CLOSE CESSAO-FILE.

           DISPLAY "===== CESSAO A AGENCIAS DE COBRANCA =====".
           DISPLAY "AGENCIAS NA TABELA...: " WRK-MAX-AGENCIAS.
           DISPLAY "DIVIDAS CEDIDAS......: " WRK-QTDE-CEDIDAS.
           DISPLAY "VALOR CEDIDO.........: " WRK-TOTAL-CEDIDO.
           DISPLAY "JA EM COBRANCA.......: " WRK-QTDE-JA-CEDIDAS.
           DISPLAY "FAIXA SEM AGENCIA....: " WRK-QTDE-SEM-AGENCIA.
           DISPLAY "TITULAR SEM CADASTRO.: " WRK-QTDE-SEM-CADASTRO.
           DISPLAY "PLANOS EM SINISTRO...: " WRK-QTDE-EM-SINISTRO.
           PERFORM 9100-EXIBIR-AGENCIA THRU 9100-EXIBIR-AGENCIA-EXIT
               VARYING WRK-AG-SUB FROM 1 BY 1
               UNTIL WRK-AG-SUB > WRK-MAX-AGENCIAS.

           IF WRK-MAX-AGENCIAS = ZEROS
               DISPLAY "COBRANCA-CEDE: SEM AGENCIAS, NADA CEDIDO"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF TABELA-INCOMPLETA
               DISPLAY "DIVIDAS ALEM DA TABELA FICAM PARA O PROXIMO MES"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.

       9100-EXIBIR-AGENCIA.
           DISPLAY "AGENCIA " WRK-AG-CODIGO (WRK-AG-SUB)
               "..: " WRK-AG-QTDE (WRK-AG-SUB)
               " DIVIDAS, VALOR " WRK-AG-VALOR (WRK-AG-SUB).
       9100-EXIBIR-AGENCIA-EXIT.
           EXIT.
