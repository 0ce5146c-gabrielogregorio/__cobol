      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONSIG-DESCONTO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ARQUIVO MENSAL DE DESCONTO DO CREDITO          <*
      *>                CONSIGNADO (CSGDESC), UM BLOCO POR CNPJ DE    <*
      *>                EMPREGADOR COM HEADER, UM DETALHE POR PARCELA <*
      *>                A DESCONTAR NA FOLHA DA COMPETENCIA (MES      <*
      *>                CORRENTE OU PARAMETRO CSGCOMPET, AAAAMM) E    <*
      *>                TRAILER COM QUANTIDADE E VALOR. ANTES DO      <*
      *>                ARQUIVO, O EMPREGADO SEM CREDITO DE FOLHA DO  <*
      *>                EMPREGADOR (FOLHAEMP) HA CSGDESLIG MESES      <*
      *>                COMPLETOS (PADRAO 2) E TIDO COMO DESLIGADO: O <*
      *>                SALDO DAS PARCELAS RESTANTES VIRA PEDIDO DE   <*
      *>                PLANO EM PLANOPED (ORIGEM C: A CONCESSAO SO   <*
      *>                TRANSFERE A DIVIDA NO RAZAO, SEM CREDITO NA   <*
      *>                CONTA), COBRADO NA CONTA PELO PLANO-SERVICO,  <*
      *>                E O CONTRATO PASSA A SITUACAO C, SAINDO DO    <*
      *>                DESCONTO EM FOLHA                             <*
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
           SELECT CONSIG-FILE         ASSIGN TO "CONSIGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CSG_NUMERO
               ALTERNATE RECORD KEY IS CSG_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-CSG.

           SELECT FOLHAEMP-FILE       ASSIGN TO "FOLHAEMP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-FEMP.

           SELECT CONVENIO-FILE       ASSIGN TO "CONVMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONV_CNPJ
               FILE STATUS        IS WRK-STATUS-CONV.

           SELECT PEDIDO-FILE         ASSIGN TO "PLANOPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT DESCONTO-FILE       ASSIGN TO "CSGDESC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DESC.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CONSIG-FILE.
           COPY CONSIG-REG.

       FD  FOLHAEMP-FILE.
           COPY FOLHAEMP-REG.

       FD  CONVENIO-FILE.
           COPY CONVENIO-REG.

       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 PED-CONTA           PIC 9(08).
           02 PED-VALOR           PIC 9(09)V99.
           02 PED-QTDE            PIC 9(03).
           02 PED-DIA-VENC        PIC 9(02).
           02 PED-SEGURO          PIC X(01).
           02 PED-ORIGEM          PIC X(01).

       FD  DESCONTO-FILE.
       01  DESCONTO-LINHA             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CSG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FEMP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONV        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DESC        PIC X(02) VALUE SPACES.

       77  WRK-FIM-CSG            PIC X(01) VALUE "N".
           88 FIM-CSG                 VALUE "S".
       77  WRK-FIM-FEMP           PIC X(01) VALUE "N".
           88 FIM-FEMP                VALUE "S".
       77  WRK-SEM-FOLHAEMP       PIC X(01) VALUE "N".
           88 SEM-FOLHAEMP            VALUE "S".
       77  WRK-TABELA-CHEIA       PIC X(01) VALUE "N".
           88 TABELA-CHEIA            VALUE "S".
       77  WRK-CV-ACHADO          PIC X(01) VALUE "N".
           88 CV-ACHADO               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-DESLIGADO    PIC 9(02) VALUE 2.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".

      *----------------------------------------------------------------*
      *>   CONTAGEM DE MESES: ANO * 12 + MES DE CADA AAAAMM            *
      *----------------------------------------------------------------*
       01  WRK-MES-CALC           PIC 9(06) VALUE ZEROS.
       01  WRK-MES-CALC-R REDEFINES WRK-MES-CALC.
           02 WRK-CALC-ANO        PIC 9(04).
           02 WRK-CALC-MES        PIC 9(02).
       77  WRK-MESES-COMPET       PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-REFERENCIA   PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-MESES-SEM-CREDITO  PIC S9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CONTRATOS ATIVOS, COM A DATA DO ULTIMO CREDITO DE FOLHA DO  *
      *>   EMPREGADOR ANOTADA NA PASSADA POR FOLHAEMP                  *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONTRATOS      PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-CONTRATOS.
           02 WRK-CT-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-CT-IDX.
               03 WRK-CT-NUMERO        PIC 9(08).
               03 WRK-CT-CPF           PIC X(11).
               03 WRK-CT-CNPJ          PIC X(14).
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-QTDE          PIC 9(03).
               03 WRK-CT-PROX-PARCELA  PIC 9(03).
               03 WRK-CT-PROX-COMPET   PIC 9(06).
               03 WRK-CT-VALOR-PARCELA PIC 9(09)V99.
               03 WRK-CT-VALOR-ULTIMA  PIC 9(09)V99.
               03 WRK-CT-DATA-CONTRATO PIC 9(08).
               03 WRK-CT-ULT-CREDITO   PIC 9(08).
               03 WRK-CT-DESLIGADO     PIC X(01).
                   88 CT-DESLIGADO         VALUE "S".

      *----------------------------------------------------------------*
      *>   EMPREGADORES COM CONTRATO ATIVO, UM BLOCO CADA              *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONVENIOS      PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CONVENIOS.
           02 WRK-CV-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-CV-IDX.
               03 WRK-CV-CNPJ          PIC X(14).

       77  WRK-PARCELAS-RESTANTES PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-RESTANTE     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-DESCONTO     PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QTDE-CONTRATOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DESLIGADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-DESLIGADOS   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-BLOCOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-DESCONTOS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DESCONTOS    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-BLOCO         PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-BLOCO        PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   ARQUIVO DE DESCONTO: POR EMPREGADOR, HEADER, UM DETALHE POR *
      *>   PARCELA E TRAILER COM QUANTIDADE E VALOR DO BLOCO           *
      *----------------------------------------------------------------*
       01  WRK-DSC-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-DH-CNPJ          PIC X(14).
           02 WRK-DH-COMPET        PIC 9(06).
           02 WRK-DH-DATA          PIC 9(08).
           02 FILLER               PIC X(20)
               VALUE "DESCONTO CONSIGNADO".
           02 FILLER               PIC X(31) VALUE SPACES.

       01  WRK-DSC-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-DD-SEQ           PIC 9(07).
           02 WRK-DD-CONTRATO      PIC 9(08).
           02 WRK-DD-CPF           PIC X(11).
           02 WRK-DD-PARCELA       PIC 9(03).
           02 WRK-DD-QTDE          PIC 9(03).
           02 WRK-DD-VALOR         PIC 9(09)V99.
           02 FILLER               PIC X(36) VALUE SPACES.

       01  WRK-DSC-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-DT-CNPJ          PIC X(14).
           02 WRK-DT-QTDE          PIC 9(07).
           02 WRK-DT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(43) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CARREGAR-CONTRATOS
               THRU 2000-CARREGAR-CONTRATOS-EXIT.
           PERFORM 3000-APURAR-CREDITOS
               THRU 3000-APURAR-CREDITOS-EXIT.
           IF NOT SEM-FOLHAEMP
               PERFORM 4000-VERIFICAR-VINCULO
                   THRU 4000-VERIFICAR-VINCULO-EXIT
                   VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > WRK-MAX-CONTRATOS
           END-IF.
           PERFORM 5000-GRAVAR-BLOCO      THRU 5000-GRAVAR-BLOCO-EXIT
               VARYING WRK-CV-IDX FROM 1 BY 1
               UNTIL WRK-CV-IDX > WRK-MAX-CONVENIOS.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA.

           MOVE "CSGCOMPET " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:6) IS NUMERIC
               AND WRK-PARM-VALOR (5:2) > "00"
               AND WRK-PARM-VALOR (5:2) < "13"
               MOVE WRK-PARM-VALOR (1:6) TO WRK-COMPETENCIA
           END-IF.

           MOVE "CSGDESLIG " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:2) IS NUMERIC
               AND WRK-PARM-VALOR (1:2) NOT = "00"
               MOVE WRK-PARM-VALOR (1:2) TO WRK-MESES-DESLIGADO
           END-IF.

           MOVE WRK-COMPETENCIA TO WRK-MES-CALC.
           COMPUTE WRK-MESES-COMPET =
               WRK-CALC-ANO * 12 + WRK-CALC-MES.

           OPEN I-O CONSIG-FILE.
           IF WRK-STATUS-CSG = "35"
               CLOSE CONSIG-FILE
               OPEN OUTPUT CONSIG-FILE
               CLOSE CONSIG-FILE
               OPEN I-O CONSIG-FILE
           END-IF.

           OPEN INPUT CONVENIO-FILE.

           OPEN EXTEND PEDIDO-FILE.
           IF WRK-STATUS-PED = "35"
               OPEN OUTPUT PEDIDO-FILE
           END-IF.

           OPEN OUTPUT DESCONTO-FILE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CARREGAR-CONTRATOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO CSG_NUMERO.
           START CONSIG-FILE KEY IS NOT LESS THAN CSG_NUMERO
               INVALID KEY
                   GO TO 2000-CARREGAR-CONTRATOS-EXIT
           END-START.

           PERFORM 2100-LER-CONTRATO THRU 2100-LER-CONTRATO-EXIT
               UNTIL FIM-CSG.
       2000-CARREGAR-CONTRATOS-EXIT.
           EXIT.

       2100-LER-CONTRATO.
           READ CONSIG-FILE NEXT RECORD.
           IF WRK-STATUS-CSG NOT = "00"
               SET FIM-CSG TO TRUE
               GO TO 2100-LER-CONTRATO-EXIT
           END-IF.

           IF NOT CSG-ATIVO
               GO TO 2100-LER-CONTRATO-EXIT
           END-IF.

           IF WRK-MAX-CONTRATOS NOT < 5000
               SET TABELA-CHEIA TO TRUE
               SET FIM-CSG TO TRUE
               GO TO 2100-LER-CONTRATO-EXIT
           END-IF.

           MOVE "N" TO WRK-CV-ACHADO.
           SET WRK-CV-IDX TO 1.
           SEARCH WRK-CV-ITEM VARYING WRK-CV-IDX
               AT END
                   CONTINUE
               WHEN WRK-CV-IDX > WRK-MAX-CONVENIOS
                   CONTINUE
               WHEN WRK-CV-CNPJ (WRK-CV-IDX) = CSG_CNPJ
                   SET CV-ACHADO TO TRUE
           END-SEARCH.
           IF NOT CV-ACHADO
               IF WRK-MAX-CONVENIOS NOT < 500
                   SET TABELA-CHEIA TO TRUE
                   SET FIM-CSG TO TRUE
                   GO TO 2100-LER-CONTRATO-EXIT
               END-IF
               ADD 1 TO WRK-MAX-CONVENIOS
               SET WRK-CV-IDX TO WRK-MAX-CONVENIOS
               MOVE CSG_CNPJ TO WRK-CV-CNPJ (WRK-CV-IDX)
           END-IF.

           ADD 1 TO WRK-MAX-CONTRATOS.
           ADD 1 TO WRK-QTDE-CONTRATOS.
           SET WRK-CT-IDX TO WRK-MAX-CONTRATOS.
           MOVE CSG_NUMERO         TO WRK-CT-NUMERO (WRK-CT-IDX).
           MOVE CSG_CPF            TO WRK-CT-CPF (WRK-CT-IDX).
           MOVE CSG_CNPJ           TO WRK-CT-CNPJ (WRK-CT-IDX).
           MOVE CSG_CONTA          TO WRK-CT-CONTA (WRK-CT-IDX).
           MOVE CSG_QTDE           TO WRK-CT-QTDE (WRK-CT-IDX).
           MOVE CSG_PROX_PARCELA   TO WRK-CT-PROX-PARCELA (WRK-CT-IDX).
           MOVE CSG_PROX_COMPET    TO WRK-CT-PROX-COMPET (WRK-CT-IDX).
           MOVE CSG_VALOR_PARCELA  TO
               WRK-CT-VALOR-PARCELA (WRK-CT-IDX).
           MOVE CSG_VALOR_ULTIMA   TO WRK-CT-VALOR-ULTIMA (WRK-CT-IDX).
           MOVE CSG_DATA_CONTRATO  TO
               WRK-CT-DATA-CONTRATO (WRK-CT-IDX).
           MOVE ZEROS              TO WRK-CT-ULT-CREDITO (WRK-CT-IDX).
           MOVE "N"                TO WRK-CT-DESLIGADO (WRK-CT-IDX).
       2100-LER-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA PASSADA POR FOLHAEMP ANOTA O ULTIMO CREDITO DE CADA     *
      *>   EMPREGADO NO EMPREGADOR DO CONTRATO. SEM O HISTORICO NAO HA *
      *>   COMO DIZER QUEM SAIU, E NINGUEM E TIDO COMO DESLIGADO       *
      *----------------------------------------------------------------*
       3000-APURAR-CREDITOS.
      *----------------------------------------------------------------*
           IF WRK-MAX-CONTRATOS = ZEROS
               GO TO 3000-APURAR-CREDITOS-EXIT
           END-IF.

           OPEN INPUT FOLHAEMP-FILE.
           IF WRK-STATUS-FEMP NOT = "00"
               DISPLAY "HISTORICO DE FOLHA FOLHAEMP AUSENTE, "
                   "DESLIGAMENTOS NAO APURADOS"
               SET SEM-FOLHAEMP TO TRUE
               CLOSE FOLHAEMP-FILE
               GO TO 3000-APURAR-CREDITOS-EXIT
           END-IF.

           PERFORM 3100-LER-CREDITO THRU 3100-LER-CREDITO-EXIT
               UNTIL FIM-FEMP.
           CLOSE FOLHAEMP-FILE.
       3000-APURAR-CREDITOS-EXIT.
           EXIT.

       3100-LER-CREDITO.
           READ FOLHAEMP-FILE.
           IF WRK-STATUS-FEMP NOT = "00"
               SET FIM-FEMP TO TRUE
               GO TO 3100-LER-CREDITO-EXIT
           END-IF.

           PERFORM 3200-ANOTAR-CREDITO THRU 3200-ANOTAR-CREDITO-EXIT
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-MAX-CONTRATOS.
       3100-LER-CREDITO-EXIT.
           EXIT.

       3200-ANOTAR-CREDITO.
           IF WRK-CT-CPF (WRK-CT-IDX) = FEMP_CPF
               AND WRK-CT-CNPJ (WRK-CT-IDX) = FEMP_CNPJ
               AND FEMP_DATA > WRK-CT-ULT-CREDITO (WRK-CT-IDX)
               MOVE FEMP_DATA TO WRK-CT-ULT-CREDITO (WRK-CT-IDX)
           END-IF.
       3200-ANOTAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DESLIGADO: MESES COMPLETOS ENTRE O ULTIMO CREDITO (OU A     *
      *>   CONTRATACAO, SE POSTERIOR) E A COMPETENCIA NAO MENORES QUE  *
      *>   CSGDESLIG. O SALDO RESTANTE VAI A PLANOPED COM VENCIMENTO   *
      *>   NO DIA DE CREDITO DO CONVENIO E O CONTRATO SAI DA FOLHA     *
      *----------------------------------------------------------------*
       4000-VERIFICAR-VINCULO.
      *----------------------------------------------------------------*
           MOVE WRK-CT-DATA-CONTRATO (WRK-CT-IDX)
               TO WRK-DATA-REFERENCIA.
           IF WRK-CT-ULT-CREDITO (WRK-CT-IDX) > WRK-DATA-REFERENCIA
               MOVE WRK-CT-ULT-CREDITO (WRK-CT-IDX)
                   TO WRK-DATA-REFERENCIA
           END-IF.
           MOVE WRK-DATA-REFERENCIA (1:6) TO WRK-MES-CALC.
           COMPUTE WRK-MESES-REFERENCIA =
               WRK-CALC-ANO * 12 + WRK-CALC-MES.
           COMPUTE WRK-MESES-SEM-CREDITO =
               WRK-MESES-COMPET - WRK-MESES-REFERENCIA - 1.
           IF WRK-MESES-SEM-CREDITO < WRK-MESES-DESLIGADO
               GO TO 4000-VERIFICAR-VINCULO-EXIT
           END-IF.

           MOVE WRK-CT-NUMERO (WRK-CT-IDX) TO CSG_NUMERO.
           READ CONSIG-FILE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO EM CONSIGMST: "
                       CSG_NUMERO
                   GO TO 4000-VERIFICAR-VINCULO-EXIT
           END-READ.

           COMPUTE WRK-PARCELAS-RESTANTES =
               CSG_QTDE - CSG_PROX_PARCELA + 1.
           COMPUTE WRK-SALDO-RESTANTE =
               CSG_VALOR_PARCELA * (WRK-PARCELAS-RESTANTES - 1)
               + CSG_VALOR_ULTIMA.

           MOVE CSG_CNPJ TO CONV_CNPJ.
           MOVE 10       TO PED-DIA-VENC.
           READ CONVENIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONV_DIA_CREDITO IS NUMERIC
                       AND CONV_DIA_CREDITO > ZEROS
                       AND CONV_DIA_CREDITO < 32
                       MOVE CONV_DIA_CREDITO TO PED-DIA-VENC
                   END-IF
           END-READ.
           MOVE CSG_CONTA              TO PED-CONTA.
           MOVE WRK-SALDO-RESTANTE     TO PED-VALOR.
           MOVE WRK-PARCELAS-RESTANTES TO PED-QTDE.
           MOVE "N"                    TO PED-SEGURO.
           MOVE "C"                    TO PED-ORIGEM.
           WRITE PEDIDO-REG.

           SET CSG-COBRANCA-CONTA TO TRUE.
           COMPUTE CSG_PROX_PARCELA = CSG_QTDE + 1.
           REWRITE CONSIG-REG
               INVALID KEY
                   DISPLAY "FALHA AO REGRAVAR CONSIGMST: " CSG_NUMERO
           END-REWRITE.

           SET CT-DESLIGADO (WRK-CT-IDX) TO TRUE.
           ADD 1 TO WRK-QTDE-DESLIGADOS.
           ADD WRK-SALDO-RESTANTE TO WRK-SALDO-DESLIGADOS.
       4000-VERIFICAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   BLOCO DO EMPREGADOR; SEM PARCELA NA COMPETENCIA NAO HA      *
      *>   BLOCO                                                       *
      *----------------------------------------------------------------*
       5000-GRAVAR-BLOCO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-QTDE-BLOCO WRK-VALOR-BLOCO.
           PERFORM 5100-CONTAR-PARCELA THRU 5100-CONTAR-PARCELA-EXIT
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-MAX-CONTRATOS.
           IF WRK-QTDE-BLOCO = ZEROS
               GO TO 5000-GRAVAR-BLOCO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-QTDE-BLOCO WRK-VALOR-BLOCO.
           MOVE WRK-CV-CNPJ (WRK-CV-IDX) TO WRK-DH-CNPJ.
           MOVE WRK-COMPETENCIA          TO WRK-DH-COMPET.
           MOVE WRK-DATA-HOJE            TO WRK-DH-DATA.
           MOVE WRK-DSC-HEADER TO DESCONTO-LINHA.
           WRITE DESCONTO-LINHA.

           PERFORM 5200-GRAVAR-PARCELA THRU 5200-GRAVAR-PARCELA-EXIT
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-MAX-CONTRATOS.

           MOVE WRK-CV-CNPJ (WRK-CV-IDX) TO WRK-DT-CNPJ.
           MOVE WRK-QTDE-BLOCO           TO WRK-DT-QTDE.
           MOVE WRK-VALOR-BLOCO          TO WRK-DT-VALOR.
           MOVE WRK-DSC-TRAILER TO DESCONTO-LINHA.
           WRITE DESCONTO-LINHA.
           ADD 1 TO WRK-QTDE-BLOCOS.
       5000-GRAVAR-BLOCO-EXIT.
           EXIT.

       5100-CONTAR-PARCELA.
           IF WRK-CT-CNPJ (WRK-CT-IDX) = WRK-CV-CNPJ (WRK-CV-IDX)
               AND NOT CT-DESLIGADO (WRK-CT-IDX)
               AND WRK-CT-PROX-COMPET (WRK-CT-IDX)
                   NOT > WRK-COMPETENCIA
               ADD 1 TO WRK-QTDE-BLOCO
           END-IF.
       5100-CONTAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA PARCELA POR CONTRATO E POR FOLHA: A PROXIMA EM ABERTO,  *
      *>   MESMO QUE O EMPREGADOR TENHA DEIXADO DE REPASSAR ANTES      *
      *----------------------------------------------------------------*
       5200-GRAVAR-PARCELA.
      *----------------------------------------------------------------*
           IF WRK-CT-CNPJ (WRK-CT-IDX) NOT = WRK-CV-CNPJ (WRK-CV-IDX)
               OR CT-DESLIGADO (WRK-CT-IDX)
               OR WRK-CT-PROX-COMPET (WRK-CT-IDX) > WRK-COMPETENCIA
               GO TO 5200-GRAVAR-PARCELA-EXIT
           END-IF.

           IF WRK-CT-PROX-PARCELA (WRK-CT-IDX)
               NOT < WRK-CT-QTDE (WRK-CT-IDX)
               MOVE WRK-CT-VALOR-ULTIMA (WRK-CT-IDX)
                   TO WRK-VALOR-DESCONTO
           ELSE
               MOVE WRK-CT-VALOR-PARCELA (WRK-CT-IDX)
                   TO WRK-VALOR-DESCONTO
           END-IF.

           ADD 1 TO WRK-QTDE-BLOCO.
           ADD WRK-VALOR-DESCONTO TO WRK-VALOR-BLOCO.
           MOVE WRK-QTDE-BLOCO                    TO WRK-DD-SEQ.
           MOVE WRK-CT-NUMERO (WRK-CT-IDX)        TO WRK-DD-CONTRATO.
           MOVE WRK-CT-CPF (WRK-CT-IDX)           TO WRK-DD-CPF.
           MOVE WRK-CT-PROX-PARCELA (WRK-CT-IDX)  TO WRK-DD-PARCELA.
           MOVE WRK-CT-QTDE (WRK-CT-IDX)          TO WRK-DD-QTDE.
           MOVE WRK-VALOR-DESCONTO                TO WRK-DD-VALOR.
           MOVE WRK-DSC-DETALHE TO DESCONTO-LINHA.
           WRITE DESCONTO-LINHA.

           ADD 1 TO WRK-QTDE-DESCONTOS.
           ADD WRK-VALOR-DESCONTO TO WRK-TOTAL-DESCONTOS.
       5200-GRAVAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONSIG-FILE.
           CLOSE CONVENIO-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE DESCONTO-FILE.

           DISPLAY "===== DESCONTO DO CREDITO CONSIGNADO =====".
           DISPLAY "COMPETENCIA..........: " WRK-COMPETENCIA.
           DISPLAY "CONTRATOS ATIVOS.....: " WRK-QTDE-CONTRATOS.
           DISPLAY "DESLIGADOS P/ CONTA..: " WRK-QTDE-DESLIGADOS.
           DISPLAY "SALDO DOS DESLIGADOS.: " WRK-SALDO-DESLIGADOS.
           DISPLAY "EMPREGADORES.........: " WRK-QTDE-BLOCOS.
           DISPLAY "PARCELAS A DESCONTAR.: " WRK-QTDE-DESCONTOS.
           DISPLAY "VALOR A DESCONTAR....: " WRK-TOTAL-DESCONTOS.

           IF TABELA-CHEIA
               DISPLAY "CONSIGMST MAIOR QUE AS TABELAS, CONTRATOS ALEM "
                   "DELAS FORA DESTE ARQUIVO"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
