      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONSIG-CONCEDE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONCESSAO DO CREDITO CONSIGNADO EM FOLHA AOS   <*
      *>                EMPREGADOS DOS CONVENIOS DE CONVMST, A PARTIR <*
      *>                DO LOTE DE PEDIDOS CSGPED (CPF, CNPJ DO       <*
      *>                EMPREGADOR, CONTA, VALOR, PARCELAS, FILIAL E  <*
      *>                OPERADOR COM A FUNCAO CONSIG-CONCEDE EM       <*
      *>                AUTORIZA-CHECK). O SALARIO DA MARGEM E A      <*
      *>                MEDIA MENSAL DOS CREDITOS DE FOLHA DO         <*
      *>                EMPREGADOR NOS CSGMESES MESES ANTERIORES AO   <*
      *>                CORRENTE (FOLHAEMP, PADRAO 3); A MARGEM E     <*
      *>                CSGMARGEM POR CENTO DESSE SALARIO (PADRAO 35) <*
      *>                MENOS AS PARCELAS DOS CONTRATOS ATIVOS DO CPF <*
      *>                NO MESMO EMPREGADOR. A PARCELA SAI PELA       <*
      *>                TABELA PRICE NA TAXA MENSAL CSGTAXA (99V99,   <*
      *>                PADRAO 1,80) E O PRAZO E LIMITADO A CSGPRAZO  <*
      *>                MESES (PADRAO 96). APROVADO, O CONTRATO ENTRA <*
      *>                EM CONSIGMST COM O PRIMEIRO DESCONTO NA FOLHA <*
      *>                DO MES SEGUINTE E O VALOR E CREDITADO NA      <*
      *>                CONTA (CODIGO CSGL); SEM O CODIGO EM TRANSCOD <*
      *>                O LOTE FICA INTEIRO PARA DEPOIS. RECUSAS NO   <*
      *>                RELATORIO CSGREL                              <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "CSGPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT FOLHAEMP-FILE       ASSIGN TO "FOLHAEMP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-FEMP.

           SELECT CONVENIO-FILE       ASSIGN TO "CONVMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONV_CNPJ
               FILE STATUS        IS WRK-STATUS-CONV.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CONSIG-FILE         ASSIGN TO "CONSIGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CSG_NUMERO
               ALTERNATE RECORD KEY IS CSG_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-CSG.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT RELATORIO-FILE      ASSIGN TO "CSGREL"
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
           02 CSP-CPF                 PIC X(11).
           02 CSP-CNPJ                PIC X(14).
           02 CSP-CONTA               PIC 9(08).
           02 CSP-VALOR               PIC 9(09)V99.
           02 CSP-QTDE                PIC 9(03).
           02 CSP-FILIAL              PIC 9(04).
           02 CSP-OPERADOR            PIC X(08).

       FD  FOLHAEMP-FILE.
           COPY FOLHAEMP-REG.

       FD  CONVENIO-FILE.
           COPY CONVENIO-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CONSIG-FILE.
           COPY CONSIG-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FEMP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONV        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CSG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-FEMP           PIC X(01) VALUE "N".
           88 FIM-FEMP                VALUE "S".
       77  WRK-FIM-CSG            PIC X(01) VALUE "N".
           88 FIM-CSG                 VALUE "S".
       77  WRK-SEM-CODIGO         PIC X(01) VALUE "N".
           88 SEM-CODIGO              VALUE "S".
       77  WRK-PEDIDOS-INCOMPLETO PIC X(01) VALUE "N".
           88 PEDIDOS-INCOMPLETO      VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-RECUSAR            PIC X(01) VALUE "N".
           88 RECUSAR-PEDIDO          VALUE "S".
       77  WRK-PROXIMO-NUMERO     PIC 9(08) VALUE ZEROS.

       77  WRK-COD-LIBERACAO      PIC X(04) VALUE "CSGL".
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "CONSIG-CONCEDE".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".

      *----------------------------------------------------------------*
      *>   PARAMETROS DO PRODUTO                                       *
      *----------------------------------------------------------------*
       77  WRK-MESES-SALARIO      PIC 9(02) VALUE 3.
       77  WRK-PCT-MARGEM         PIC 9(02) VALUE 35.
       77  WRK-PRAZO-MAXIMO       PIC 9(03) VALUE 96.
       77  WRK-TAXA-MES           PIC 9(02)V99 VALUE 1.80.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-TAXA    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-TAXA       PIC 9(02)V99.
           02 FILLER              PIC X(16).

      *----------------------------------------------------------------*
      *>   JANELA DO SALARIO: OS MESES COMPLETOS ANTERIORES AO         *
      *>   CORRENTE, DE WRK-MES-INICIAL ATE WRK-MES-FINAL (AAAAMM)     *
      *----------------------------------------------------------------*
       01  WRK-MES-CALC           PIC 9(06) VALUE ZEROS.
       01  WRK-MES-CALC-R REDEFINES WRK-MES-CALC.
           02 WRK-CALC-ANO        PIC 9(04).
           02 WRK-CALC-MES        PIC 9(02).
       77  WRK-MES-INICIAL        PIC 9(06) VALUE ZEROS.
       77  WRK-MES-FINAL          PIC 9(06) VALUE ZEROS.
       77  WRK-PRIMEIRA-COMPET    PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PEDIDOS DO LOTE, COM O SALARIO ACUMULADO NA PASSADA UNICA   *
      *>   POR FOLHAEMP                                                *
      *----------------------------------------------------------------*
       77  WRK-MAX-PEDIDOS        PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PEDIDOS.
           02 WRK-PD-ITEM  OCCURS 1000 TIMES
                            INDEXED BY WRK-PD-IDX.
               03 WRK-PD-CPF           PIC X(11).
               03 WRK-PD-CNPJ          PIC X(14).
               03 WRK-PD-CONTA         PIC 9(08).
               03 WRK-PD-VALOR         PIC 9(09)V99.
               03 WRK-PD-QTDE          PIC 9(03).
               03 WRK-PD-FILIAL        PIC 9(04).
               03 WRK-PD-OPERADOR      PIC X(08).
               03 WRK-PD-SALARIOS      PIC 9(11)V99.

      *----------------------------------------------------------------*
      *>   MARGEM E PARCELA                                            *
      *----------------------------------------------------------------*
       77  WRK-SALARIO-MEDIO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-COMPROMETIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MARGEM-LIVRE       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TAXA-DECIMAL       PIC 9(01)V9(06) VALUE ZEROS.
       77  WRK-FATOR              PIC 9(05)V9(10) VALUE ZEROS.
       77  WRK-VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ULTIMA       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-TOTAL        PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONCEDIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-LIBERADO     PIC 9(13)V99 VALUE ZEROS.

       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(04) VALUE "CPF ".
           02 WRK-L-CPF            PIC X(11).
           02 FILLER               PIC X(06) VALUE " CNPJ ".
           02 WRK-L-CNPJ           PIC X(14).
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-L-VALOR          PIC Z(08)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-L-MOTIVO         PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-APURAR-SALARIOS
               THRU 2000-APURAR-SALARIOS-EXIT.
           PERFORM 3000-PROCESSAR-PEDIDO
               THRU 3000-PROCESSAR-PEDIDO-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > WRK-MAX-PEDIDOS.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.

           MOVE "CSGMESES  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:2) IS NUMERIC
               AND WRK-PARM-VALOR (1:2) NOT = "00"
               MOVE WRK-PARM-VALOR (1:2) TO WRK-MESES-SALARIO
           END-IF.

           MOVE "CSGMARGEM " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:2) IS NUMERIC
               AND WRK-PARM-VALOR (1:2) NOT = "00"
               MOVE WRK-PARM-VALOR (1:2) TO WRK-PCT-MARGEM
           END-IF.

           MOVE "CSGPRAZO  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-PRAZO-MAXIMO
           END-IF.

           MOVE "CSGTAXA   " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:4) IS NUMERIC
               MOVE WRK-PARM-TAXA TO WRK-TAXA-MES
           END-IF.
           COMPUTE WRK-TAXA-DECIMAL = WRK-TAXA-MES / 100.

      *>   JANELA: MES ANTERIOR AO CORRENTE E OS QUE O ANTECEDEM;
      *>   O PRIMEIRO DESCONTO E NA FOLHA DO MES SEGUINTE
           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-CALC.
           PERFORM 8100-MES-ANTERIOR THRU 8100-MES-ANTERIOR-EXIT.
           MOVE WRK-MES-CALC TO WRK-MES-FINAL.
           PERFORM 8100-MES-ANTERIOR THRU 8100-MES-ANTERIOR-EXIT
               WRK-MESES-SALARIO TIMES.
           PERFORM 8000-MES-SEGUINTE THRU 8000-MES-SEGUINTE-EXIT.
           MOVE WRK-MES-CALC TO WRK-MES-INICIAL.

           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-CALC.
           PERFORM 8000-MES-SEGUINTE THRU 8000-MES-SEGUINTE-EXIT.
           MOVE WRK-MES-CALC TO WRK-PRIMEIRA-COMPET.

      *>   SEM O CODIGO PROPRIO A LIBERACAO NAO TEM COMO CHEGAR AO
      *>   DIARIO; NESSE CASO O LOTE FICA INTEIRO PARA DEPOIS
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               SET SEM-CODIGO TO TRUE
           ELSE
               MOVE WRK-COD-LIBERACAO TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       SET SEM-CODIGO TO TRUE
               END-READ
           END-IF.
           CLOSE TRANSCOD-FILE.

           IF SEM-CODIGO
               DISPLAY "CODIGO " WRK-COD-LIBERACAO
                   " AUSENTE DE TRANSCOD, LOTE NAO PROCESSADO"
           ELSE
               PERFORM 1100-CARREGAR-PEDIDOS
                   THRU 1100-CARREGAR-PEDIDOS-EXIT
           END-IF.

           OPEN INPUT CONVENIO-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.
           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CONTA-FILE.

           OPEN I-O CONSIG-FILE.
           IF WRK-STATUS-CSG = "35"
               CLOSE CONSIG-FILE
               OPEN OUTPUT CONSIG-FILE
               CLOSE CONSIG-FILE
               OPEN I-O CONSIG-FILE
           END-IF.
           PERFORM 1200-OBTER-PROXIMO-NUMERO
               THRU 1200-OBTER-PROXIMO-NUMERO-EXIT.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CONCESSAO DE CREDITO CONSIGNADO - PEDIDOS RECUSADOS"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-PEDIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS CSGPED AUSENTE"
               CLOSE PEDIDO-FILE
               GO TO 1100-CARREGAR-PEDIDOS-EXIT
           END-IF.

           PERFORM 1150-LER-PEDIDO THRU 1150-LER-PEDIDO-EXIT
               UNTIL FIM-PED.
           CLOSE PEDIDO-FILE.
       1100-CARREGAR-PEDIDOS-EXIT.
           EXIT.

       1150-LER-PEDIDO.
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
               GO TO 1150-LER-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.

           IF WRK-MAX-PEDIDOS NOT < 1000
               SET PEDIDOS-INCOMPLETO TO TRUE
               GO TO 1150-LER-PEDIDO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-PEDIDOS.
           SET WRK-PD-IDX TO WRK-MAX-PEDIDOS.
           MOVE CSP-CPF      TO WRK-PD-CPF (WRK-PD-IDX).
           MOVE CSP-CNPJ     TO WRK-PD-CNPJ (WRK-PD-IDX).
           MOVE CSP-CONTA    TO WRK-PD-CONTA (WRK-PD-IDX).
           MOVE CSP-VALOR    TO WRK-PD-VALOR (WRK-PD-IDX).
           MOVE CSP-QTDE     TO WRK-PD-QTDE (WRK-PD-IDX).
           MOVE CSP-FILIAL   TO WRK-PD-FILIAL (WRK-PD-IDX).
           MOVE CSP-OPERADOR TO WRK-PD-OPERADOR (WRK-PD-IDX).
           MOVE ZEROS        TO WRK-PD-SALARIOS (WRK-PD-IDX).
       1150-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NUMERACAO SEGUE DO MAIOR CONTRATO JA GRAVADO                *
      *----------------------------------------------------------------*
       1200-OBTER-PROXIMO-NUMERO.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-NUMERO.
           MOVE ZEROS TO CSG_NUMERO.
           START CONSIG-FILE KEY IS NOT LESS THAN CSG_NUMERO
               INVALID KEY
                   GO TO 1200-OBTER-PROXIMO-NUMERO-EXIT
           END-START.

           MOVE "N" TO WRK-FIM-CSG.
           PERFORM 1250-LER-CONTRATO THRU 1250-LER-CONTRATO-EXIT
               UNTIL FIM-CSG.
       1200-OBTER-PROXIMO-NUMERO-EXIT.
           EXIT.

       1250-LER-CONTRATO.
           READ CONSIG-FILE NEXT RECORD.
           IF WRK-STATUS-CSG NOT = "00"
               SET FIM-CSG TO TRUE
               GO TO 1250-LER-CONTRATO-EXIT
           END-IF.
           IF CSG_NUMERO NOT < WRK-PROXIMO-NUMERO
               COMPUTE WRK-PROXIMO-NUMERO = CSG_NUMERO + 1
           END-IF.
       1250-LER-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA PASSADA POR FOLHAEMP SOMA, PARA CADA PEDIDO, OS         *
      *>   CREDITOS DO EMPREGADOR NA JANELA DO SALARIO                 *
      *----------------------------------------------------------------*
       2000-APURAR-SALARIOS.
      *----------------------------------------------------------------*
           IF WRK-MAX-PEDIDOS = ZEROS
               GO TO 2000-APURAR-SALARIOS-EXIT
           END-IF.

           OPEN INPUT FOLHAEMP-FILE.
           IF WRK-STATUS-FEMP NOT = "00"
               DISPLAY "HISTORICO DE FOLHA FOLHAEMP AUSENTE"
               CLOSE FOLHAEMP-FILE
               GO TO 2000-APURAR-SALARIOS-EXIT
           END-IF.

           PERFORM 2100-LER-CREDITO THRU 2100-LER-CREDITO-EXIT
               UNTIL FIM-FEMP.
           CLOSE FOLHAEMP-FILE.
       2000-APURAR-SALARIOS-EXIT.
           EXIT.

       2100-LER-CREDITO.
           READ FOLHAEMP-FILE.
           IF WRK-STATUS-FEMP NOT = "00"
               SET FIM-FEMP TO TRUE
               GO TO 2100-LER-CREDITO-EXIT
           END-IF.

           IF FEMP_DATA (1:6) < WRK-MES-INICIAL
               OR FEMP_DATA (1:6) > WRK-MES-FINAL
               GO TO 2100-LER-CREDITO-EXIT
           END-IF.

           PERFORM 2200-SOMAR-CREDITO THRU 2200-SOMAR-CREDITO-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > WRK-MAX-PEDIDOS.
       2100-LER-CREDITO-EXIT.
           EXIT.

       2200-SOMAR-CREDITO.
           IF WRK-PD-CPF (WRK-PD-IDX) = FEMP_CPF
               AND WRK-PD-CNPJ (WRK-PD-IDX) = FEMP_CNPJ
               ADD FEMP_VALOR TO WRK-PD-SALARIOS (WRK-PD-IDX)
           END-IF.
       2200-SOMAR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           PERFORM 4000-CRITICAR-PEDIDO THRU 4000-CRITICAR-PEDIDO-EXIT.

           IF RECUSAR-PEDIDO
               ADD 1 TO WRK-QTDE-RECUSADOS
               MOVE WRK-PD-CPF (WRK-PD-IDX)   TO WRK-L-CPF
               MOVE WRK-PD-CNPJ (WRK-PD-IDX)  TO WRK-L-CNPJ
               MOVE WRK-PD-VALOR (WRK-PD-IDX) TO WRK-L-VALOR
               MOVE WRK-MOTIVO                TO WRK-L-MOTIVO
               MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO 3000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           PERFORM 5000-CONTRATAR THRU 5000-CONTRATAR-EXIT.
       3000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CRITICA: OPERADOR, CONVENIO, CLIENTE, CONTA DO EMPREGADO,   *
      *>   PRAZO E, POR ULTIMO, A MARGEM                               *
      *----------------------------------------------------------------*
       4000-CRITICAR-PEDIDO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RECUSAR.
           MOVE SPACES TO WRK-MOTIVO.

           IF WRK-PD-VALOR (WRK-PD-IDX) IS NOT NUMERIC
               OR WRK-PD-VALOR (WRK-PD-IDX) = ZEROS
               OR WRK-PD-QTDE (WRK-PD-IDX) IS NOT NUMERIC
               OR WRK-PD-QTDE (WRK-PD-IDX) = ZEROS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "VALOR OU PRAZO INVALIDO" TO WRK-MOTIVO
               GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF WRK-PD-QTDE (WRK-PD-IDX) > WRK-PRAZO-MAXIMO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "PRAZO ACIMA DO MAXIMO" TO WRK-MOTIVO
               GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-IF.

           CALL "AUTORIZA-CHECK" USING WRK-PD-OPERADOR (WRK-PD-IDX)
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-IF.

           MOVE WRK-PD-CNPJ (WRK-PD-IDX) TO CONV_CNPJ.
           READ CONVENIO-FILE
               INVALID KEY
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "EMPREGADOR SEM CONVENIO" TO WRK-MOTIVO
                   GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-READ.
           IF NOT CONV-ATIVO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "CONVENIO NAO ATIVO" TO WRK-MOTIVO
               GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-IF.

           MOVE WRK-PD-CPF (WRK-PD-IDX) TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "CPF NAO CADASTRADO" TO WRK-MOTIVO
                   GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-READ.
           IF NOT CLIENTE-ATIVO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "CLIENTE NAO ATIVO" TO WRK-MOTIVO
               GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-IF.

           MOVE WRK-PD-CONTA (WRK-PD-IDX) TO TIT_CONTA.
           MOVE WRK-PD-CPF (WRK-PD-IDX)   TO TIT_CPF.
           READ TITULAR-FILE
               INVALID KEY
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "CONTA NAO E DO EMPREGADO" TO WRK-MOTIVO
                   GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-READ.

           MOVE WRK-PD-CONTA (WRK-PD-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-READ.
           IF NOT CONTA-ATIVA
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "CONTA NAO ATIVA" TO WRK-MOTIVO
               GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF WRK-PD-SALARIOS (WRK-PD-IDX) = ZEROS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "SEM CREDITO DE FOLHA" TO WRK-MOTIVO
               GO TO 4000-CRITICAR-PEDIDO-EXIT
           END-IF.

           PERFORM 4500-CALCULAR-PARCELA
               THRU 4500-CALCULAR-PARCELA-EXIT.
           PERFORM 4600-APURAR-MARGEM THRU 4600-APURAR-MARGEM-EXIT.
           IF WRK-VALOR-PARCELA > WRK-MARGEM-LIVRE
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "PARCELA ACIMA DA MARGEM" TO WRK-MOTIVO
           END-IF.
       4000-CRITICAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TABELA PRICE: PARCELA = VALOR * I * F / (F - 1), COM        *
      *>   F = (1 + I) ELEVADO AO PRAZO; SEM TAXA, A DIVISAO SIMPLES   *
      *>   DE PARCELA-CALCULA. A ULTIMA PARCELA ACERTA O ARREDONDAMENTO*
      *----------------------------------------------------------------*
       4500-CALCULAR-PARCELA.
      *----------------------------------------------------------------*
           IF WRK-TAXA-DECIMAL = ZEROS
               MOVE WRK-PD-VALOR (WRK-PD-IDX) TO WRK-VALOR-TOTAL
               CALL "PARCELA-CALCULA" USING WRK-VALOR-TOTAL
                   WRK-PD-QTDE (WRK-PD-IDX)
                   WRK-VALOR-PARCELA WRK-VALOR-ULTIMA
               GO TO 4500-CALCULAR-PARCELA-EXIT
           END-IF.

           MOVE 1 TO WRK-FATOR.
           PERFORM 4550-ELEVAR-FATOR THRU 4550-ELEVAR-FATOR-EXIT
               WRK-PD-QTDE (WRK-PD-IDX) TIMES.

           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               WRK-PD-VALOR (WRK-PD-IDX) * WRK-TAXA-DECIMAL
               * WRK-FATOR / (WRK-FATOR - 1).
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ULTIMA.
           COMPUTE WRK-VALOR-TOTAL =
               WRK-VALOR-PARCELA * WRK-PD-QTDE (WRK-PD-IDX).
       4500-CALCULAR-PARCELA-EXIT.
           EXIT.

       4550-ELEVAR-FATOR.
           COMPUTE WRK-FATOR ROUNDED =
               WRK-FATOR * (1 + WRK-TAXA-DECIMAL).
       4550-ELEVAR-FATOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MARGEM LIVRE: PERCENTUAL DO SALARIO MEDIO MENOS AS PARCELAS *
      *>   DOS CONTRATOS ATIVOS DO CPF NO MESMO EMPREGADOR (INCLUSIVE  *
      *>   OS CONCEDIDOS NESTE LOTE)                                   *
      *----------------------------------------------------------------*
       4600-APURAR-MARGEM.
      *----------------------------------------------------------------*
           COMPUTE WRK-SALARIO-MEDIO ROUNDED =
               WRK-PD-SALARIOS (WRK-PD-IDX) / WRK-MESES-SALARIO.
           COMPUTE WRK-MARGEM ROUNDED =
               WRK-SALARIO-MEDIO * WRK-PCT-MARGEM / 100.

           MOVE ZEROS TO WRK-COMPROMETIDO.
           MOVE "N" TO WRK-FIM-CSG.
           MOVE WRK-PD-CPF (WRK-PD-IDX) TO CSG_CPF.
           START CONSIG-FILE KEY IS = CSG_CPF
               INVALID KEY
                   SET FIM-CSG TO TRUE
           END-START.
           PERFORM 4650-SOMAR-CONTRATO THRU 4650-SOMAR-CONTRATO-EXIT
               UNTIL FIM-CSG.

           COMPUTE WRK-MARGEM-LIVRE = WRK-MARGEM - WRK-COMPROMETIDO.
       4600-APURAR-MARGEM-EXIT.
           EXIT.

       4650-SOMAR-CONTRATO.
           READ CONSIG-FILE NEXT RECORD.
           IF WRK-STATUS-CSG NOT = "00"
               OR CSG_CPF NOT = WRK-PD-CPF (WRK-PD-IDX)
               SET FIM-CSG TO TRUE
               GO TO 4650-SOMAR-CONTRATO-EXIT
           END-IF.
           IF CSG-ATIVO
               AND CSG_CNPJ = WRK-PD-CNPJ (WRK-PD-IDX)
               ADD CSG_VALOR_PARCELA TO WRK-COMPROMETIDO
           END-IF.
       4650-SOMAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTRATO EM CONSIGMST E LIBERACAO CSGL NA CONTA             *
      *----------------------------------------------------------------*
       5000-CONTRATAR.
      *----------------------------------------------------------------*
           MOVE WRK-PROXIMO-NUMERO          TO CSG_NUMERO.
           ADD 1 TO WRK-PROXIMO-NUMERO.
           MOVE WRK-PD-CPF (WRK-PD-IDX)     TO CSG_CPF.
           MOVE WRK-PD-CNPJ (WRK-PD-IDX)    TO CSG_CNPJ.
           MOVE WRK-PD-CONTA (WRK-PD-IDX)   TO CSG_CONTA.
           MOVE WRK-PD-VALOR (WRK-PD-IDX)   TO CSG_VALOR_LIBERADO.
           MOVE WRK-TAXA-MES                TO CSG_TAXA_MES.
           MOVE WRK-VALOR-TOTAL             TO CSG_VALOR_TOTAL.
           MOVE WRK-PD-QTDE (WRK-PD-IDX)    TO CSG_QTDE.
           MOVE WRK-VALOR-PARCELA           TO CSG_VALOR_PARCELA.
           MOVE WRK-VALOR-ULTIMA            TO CSG_VALOR_ULTIMA.
           MOVE 1                           TO CSG_PROX_PARCELA.
           MOVE WRK-PRIMEIRA-COMPET         TO CSG_PROX_COMPET.
           MOVE WRK-DATA-HOJE               TO CSG_DATA_CONTRATO.
           MOVE ZEROS                       TO CSG_DATA_ULT_REPASSE.
           SET CSG-ATIVO TO TRUE.
           WRITE CONSIG-REG
               INVALID KEY
                   DISPLAY "CONTRATO JA EXISTE EM CONSIGMST: "
                       CSG_NUMERO
                   ADD 1 TO WRK-QTDE-RECUSADOS
                   GO TO 5000-CONTRATAR-EXIT
           END-WRITE.

           MOVE WRK-PD-CONTA (WRK-PD-IDX) TO TRANS_CONTA.
           MOVE "C"                       TO TRANS_TIPO.
           MOVE WRK-PD-VALOR (WRK-PD-IDX) TO TRANS_VALOR.
           MOVE CONTA_MOEDA               TO TRANS_MOEDA.
           MOVE WRK-COD-LIBERACAO         TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           ADD 1 TO WRK-QTDE-CONCEDIDOS.
           ADD WRK-PD-VALOR (WRK-PD-IDX) TO WRK-TOTAL-LIBERADO.
       5000-CONTRATAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AVANCA E RECUA WRK-MES-CALC (AAAAMM) UM MES                 *
      *----------------------------------------------------------------*
       8000-MES-SEGUINTE.
      *----------------------------------------------------------------*
           IF WRK-CALC-MES = 12
               MOVE 1 TO WRK-CALC-MES
               ADD 1 TO WRK-CALC-ANO
           ELSE
               ADD 1 TO WRK-CALC-MES
           END-IF.
       8000-MES-SEGUINTE-EXIT.
           EXIT.

       8100-MES-ANTERIOR.
           IF WRK-CALC-MES = 1
               MOVE 12 TO WRK-CALC-MES
               SUBTRACT 1 FROM WRK-CALC-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CALC-MES
           END-IF.
       8100-MES-ANTERIOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           IF WRK-PD-FILIAL (WRK-PD-IDX) IS NUMERIC
               MOVE WRK-PD-FILIAL (WRK-PD-IDX) TO TRANS_FILIAL
           ELSE
               MOVE ZEROS                      TO TRANS_FILIAL
           END-IF.
           MOVE "AGE"                       TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE               TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6)        TO TRANS_HORA_ENT.
           MOVE WRK-PD-OPERADOR (WRK-PD-IDX) TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONVENIO-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE TITULAR-FILE.
           CLOSE CONTA-FILE.
           CLOSE CONSIG-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== CONCESSAO DE CREDITO CONSIGNADO =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "CONTRATOS CONCEDIDOS.: " WRK-QTDE-CONCEDIDOS.
           DISPLAY "VALOR LIBERADO.......: " WRK-TOTAL-LIBERADO.
           DISPLAY "PEDIDOS RECUSADOS....: " WRK-QTDE-RECUSADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.

           IF SEM-CODIGO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF PEDIDOS-INCOMPLETO
               DISPLAY "CSGPED MAIOR QUE A TABELA, PEDIDOS ALEM DELA "
                   "NAO PROCESSADOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
