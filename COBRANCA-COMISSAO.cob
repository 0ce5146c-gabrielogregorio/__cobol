      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. COBRANCA-COMISSAO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : EXTRATO MENSAL DE COMISSAO DAS AGENCIAS DE     <*
      *>                COBRANCA, SOBRE O QUE FOI DE FATO RECUPERADO: <*
      *>                OS PAGAMENTOS DE COBRPAG DO MES DE REFERENCIA <*
      *>                (O MES ANTERIOR AO DA RODADA, OU O INFORMADO  <*
      *>                EM COBCOMREF NO MESTRE DE PARAMETROS, COMO    <*
      *>                AAAAMM). A COMISSAO INCIDE SO SOBRE O VALOR   <*
      *>                CONFIRMADO POR COBRANCA-RETORNO.COB, PELO     <*
      *>                PERCENTUAL DA AGENCIA NA FAIXA DA DIVIDA      <*
      *>                (COBAGTAB); O VALOR INFORMADO E NAO           <*
      *>                CONFIRMADO APARECE SO PARA CONFERENCIA.       <*
      *>                PAGAMENTO DE AGENCIA OU FAIXA FORA DA TABELA  <*
      *>                SAI NO EXTRATO SEM COMISSAO. EXTRATO EM       <*
      *>                COBCOMREL, UM BLOCO POR AGENCIA               <*
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
           SELECT AGENCIA-FILE        ASSIGN TO "COBAGTAB"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AGC.

           SELECT PAGAMENTO-FILE      ASSIGN TO "COBRPAG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PAG.

           SELECT RELATORIO-FILE      ASSIGN TO "COBCOMREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  AGENCIA-FILE.
           COPY COBAGENCIA-REG.

       FD  PAGAMENTO-FILE.
           COPY COBRPAG-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-AGC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PAG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-AGC            PIC X(01) VALUE "N".
           88 FIM-AGC                 VALUE "S".
       77  WRK-FIM-PAG            PIC X(01) VALUE "N".
           88 FIM-PAG                 VALUE "S".
       77  WRK-AF-ACHADA          PIC X(01) VALUE "N".
           88 AF-ACHADA               VALUE "S".
       77  WRK-AG-ACHADA          PIC X(01) VALUE "N".
           88 AG-ACHADA               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-MES-REF            PIC 9(06) VALUE ZEROS.
       01  WRK-MES-REF-R REDEFINES WRK-MES-REF.
           02 WRK-REF-ANO         PIC 9(04).
           02 WRK-REF-MES         PIC 9(02).

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   AGENCIAS (UMA POR CODIGO) E SUAS FAIXAS COM O PERCENTUAL E  *
      *>   OS ACUMULADOS DO MES                                        *
      *----------------------------------------------------------------*
       77  WRK-MAX-AGENCIAS       PIC 9(03) VALUE ZEROS.
       77  WRK-AG-SUB             PIC 9(03) VALUE ZEROS.
       77  WRK-AG-POS             PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-AGENCIAS.
           02 WRK-AG-ITEM  OCCURS 50 TIMES
                            INDEXED BY WRK-AG-IDX.
               03 WRK-AG-CODIGO        PIC X(04).
               03 WRK-AG-NOME          PIC X(30).

       77  WRK-MAX-FAIXAS         PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-FAIXAS.
           02 WRK-AF-ITEM  OCCURS 200 TIMES
                            INDEXED BY WRK-AF-IDX.
               03 WRK-AF-AGENCIA       PIC 9(03).
               03 WRK-AF-CODIGO        PIC X(04).
               03 WRK-AF-FAIXA         PIC X(02).
               03 WRK-AF-PCT           PIC 9(02)V99.
               03 WRK-AF-QTDE          PIC 9(07).
               03 WRK-AF-INFORMADO     PIC 9(13)V99.
               03 WRK-AF-CONFIRMADO    PIC 9(13)V99.

       77  WRK-COMISSAO           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AG-QTDE            PIC 9(07) VALUE ZEROS.
       77  WRK-AG-CONFIRMADO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-AG-COMISSAO        PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DO-MES        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-TABELA    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-CONFIRMADO   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-COMISSAO     PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LINHA-AGENCIA.
           02 FILLER               PIC X(08) VALUE "AGENCIA ".
           02 WRK-LA-CODIGO        PIC X(04).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-LA-NOME          PIC X(30).

       01  WRK-LINHA-FAIXA.
           02 FILLER               PIC X(08) VALUE "  FAIXA ".
           02 WRK-LF-FAIXA         PIC X(02).
           02 FILLER               PIC X(06) VALUE " QTDE ".
           02 WRK-LF-QTDE          PIC Z(06)9.
           02 FILLER               PIC X(06) VALUE " INF. ".
           02 WRK-LF-INFORMADO     PIC Z(10)9.99.
           02 FILLER               PIC X(06) VALUE " CONF ".
           02 WRK-LF-CONFIRMADO    PIC Z(10)9.99.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LF-PCT           PIC Z9.99.
           02 FILLER               PIC X(06) VALUE "% COM ".
           02 WRK-LF-COMISSAO      PIC Z(08)9.99.

       01  WRK-LINHA-TOTAL.
           02 FILLER               PIC X(16)
               VALUE "  TOTAL AGENCIA ".
           02 WRK-LT-QTDE          PIC Z(06)9.
           02 FILLER               PIC X(18)
               VALUE " RECUPERADO CONF. ".
           02 WRK-LT-CONFIRMADO    PIC Z(10)9.99.
           02 FILLER               PIC X(10) VALUE " COMISSAO ".
           02 WRK-LT-COMISSAO      PIC Z(08)9.99.

       01  WRK-LINHA-SEM-TABELA.
           02 FILLER               PIC X(20)
               VALUE "SEM TABELA: AGENCIA ".
           02 WRK-LS-AGENCIA       PIC X(04).
           02 FILLER               PIC X(07) VALUE " FAIXA ".
           02 WRK-LS-FAIXA         PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LS-MODALIDADE    PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LS-NUMERO        PIC 9(08).
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-LS-VALOR         PIC Z(08)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-ACUMULAR-PAGAMENTO
               THRU 2000-ACUMULAR-PAGAMENTO-EXIT
               UNTIL FIM-PAG.
           PERFORM 3000-EMITIR-EXTRATO    THRU 3000-EMITIR-EXTRATO-EXIT
               VARYING WRK-AG-SUB FROM 1 BY 1
               UNTIL WRK-AG-SUB > WRK-MAX-AGENCIAS.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   MES DE REFERENCIA: O ANTERIOR AO DA RODADA, SALVO COBCOMREF *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.

           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-REF.
           IF WRK-REF-MES = 1
               MOVE 12 TO WRK-REF-MES
               SUBTRACT 1 FROM WRK-REF-ANO
           ELSE
               SUBTRACT 1 FROM WRK-REF-MES
           END-IF.

           MOVE "COBCOMREF " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:6) IS NUMERIC
               AND WRK-PARM-VALOR (5:2) > "00"
               AND WRK-PARM-VALOR (5:2) < "13"
               MOVE WRK-PARM-VALOR (1:6) TO WRK-MES-REF
           END-IF.

           PERFORM 1100-CARREGAR-AGENCIAS
               THRU 1100-CARREGAR-AGENCIAS-EXIT.

           OPEN INPUT PAGAMENTO-FILE.
           IF WRK-STATUS-PAG NOT = "00"
               DISPLAY "MOVIMENTO DE PAGAMENTOS COBRPAG AUSENTE"
               SET FIM-PAG TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "EXTRATO DE COMISSAO DAS AGENCIAS DE COBRANCA - MES "
               WRK-MES-REF DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

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
           END-IF.

           IF WRK-MAX-FAIXAS NOT < 200
               DISPLAY "COBAGTAB MAIOR QUE A TABELA, FAIXA IGNORADA: "
                   AGC_CODIGO " " AGC_FAIXA
               GO TO 1150-LER-AGENCIA-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-FAIXAS.
           SET WRK-AF-IDX TO WRK-MAX-FAIXAS.
           MOVE WRK-AG-POS       TO WRK-AF-AGENCIA (WRK-AF-IDX).
           MOVE AGC_CODIGO       TO WRK-AF-CODIGO (WRK-AF-IDX).
           MOVE AGC_FAIXA        TO WRK-AF-FAIXA (WRK-AF-IDX).
           MOVE AGC_COMISSAO_PCT TO WRK-AF-PCT (WRK-AF-IDX).
           MOVE ZEROS            TO WRK-AF-QTDE (WRK-AF-IDX).
           MOVE ZEROS            TO WRK-AF-INFORMADO (WRK-AF-IDX).
           MOVE ZEROS            TO WRK-AF-CONFIRMADO (WRK-AF-IDX).
       1150-LER-AGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PAGAMENTO DO MES ACUMULA NA FAIXA DA AGENCIA                *
      *----------------------------------------------------------------*
       2000-ACUMULAR-PAGAMENTO.
      *----------------------------------------------------------------*
           READ PAGAMENTO-FILE.
           IF WRK-STATUS-PAG NOT = "00"
               SET FIM-PAG TO TRUE
               GO TO 2000-ACUMULAR-PAGAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.

           IF CPG_DATA (1:6) NOT = WRK-MES-REF
               GO TO 2000-ACUMULAR-PAGAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DO-MES.

           MOVE "N" TO WRK-AF-ACHADA.
           IF WRK-MAX-FAIXAS > ZEROS
               SET WRK-AF-IDX TO 1
               SEARCH WRK-AF-ITEM
                   VARYING WRK-AF-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-AF-IDX > WRK-MAX-FAIXAS
                       CONTINUE
                   WHEN WRK-AF-CODIGO (WRK-AF-IDX) = CPG_AGENCIA
                       AND WRK-AF-FAIXA (WRK-AF-IDX) = CPG_FAIXA
                       SET AF-ACHADA TO TRUE
               END-SEARCH
           END-IF.

           IF NOT AF-ACHADA
               ADD 1 TO WRK-QTDE-SEM-TABELA
               MOVE CPG_AGENCIA          TO WRK-LS-AGENCIA
               MOVE CPG_FAIXA            TO WRK-LS-FAIXA
               MOVE CPG_MODALIDADE       TO WRK-LS-MODALIDADE
               MOVE CPG_NUMERO           TO WRK-LS-NUMERO
               MOVE CPG_VALOR_CONFIRMADO TO WRK-LS-VALOR
               MOVE WRK-LINHA-SEM-TABELA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO 2000-ACUMULAR-PAGAMENTO-EXIT
           END-IF.

           ADD 1 TO WRK-AF-QTDE (WRK-AF-IDX).
           ADD CPG_VALOR_INFORMADO  TO WRK-AF-INFORMADO (WRK-AF-IDX).
           ADD CPG_VALOR_CONFIRMADO TO WRK-AF-CONFIRMADO (WRK-AF-IDX).
       2000-ACUMULAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   BLOCO DA AGENCIA: UMA LINHA POR FAIXA E O TOTAL             *
      *----------------------------------------------------------------*
       3000-EMITIR-EXTRATO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-AG-QTDE WRK-AG-CONFIRMADO WRK-AG-COMISSAO.

           MOVE WRK-AG-CODIGO (WRK-AG-SUB) TO WRK-LA-CODIGO.
           MOVE WRK-AG-NOME (WRK-AG-SUB)   TO WRK-LA-NOME.
           MOVE WRK-LINHA-AGENCIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 3100-EMITIR-FAIXA THRU 3100-EMITIR-FAIXA-EXIT
               VARYING WRK-AF-IDX FROM 1 BY 1
               UNTIL WRK-AF-IDX > WRK-MAX-FAIXAS.

           MOVE WRK-AG-QTDE       TO WRK-LT-QTDE.
           MOVE WRK-AG-CONFIRMADO TO WRK-LT-CONFIRMADO.
           MOVE WRK-AG-COMISSAO   TO WRK-LT-COMISSAO.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           ADD WRK-AG-CONFIRMADO TO WRK-TOTAL-CONFIRMADO.
           ADD WRK-AG-COMISSAO   TO WRK-TOTAL-COMISSAO.
       3000-EMITIR-EXTRATO-EXIT.
           EXIT.

       3100-EMITIR-FAIXA.
           IF WRK-AF-AGENCIA (WRK-AF-IDX) NOT = WRK-AG-SUB
               GO TO 3100-EMITIR-FAIXA-EXIT
           END-IF.

           COMPUTE WRK-COMISSAO ROUNDED =
               WRK-AF-CONFIRMADO (WRK-AF-IDX)
               * WRK-AF-PCT (WRK-AF-IDX) / 100.

           ADD WRK-AF-QTDE (WRK-AF-IDX)       TO WRK-AG-QTDE.
           ADD WRK-AF-CONFIRMADO (WRK-AF-IDX) TO WRK-AG-CONFIRMADO.
           ADD WRK-COMISSAO                   TO WRK-AG-COMISSAO.

           MOVE WRK-AF-FAIXA (WRK-AF-IDX)      TO WRK-LF-FAIXA.
           MOVE WRK-AF-QTDE (WRK-AF-IDX)       TO WRK-LF-QTDE.
           MOVE WRK-AF-INFORMADO (WRK-AF-IDX)  TO WRK-LF-INFORMADO.
           MOVE WRK-AF-CONFIRMADO (WRK-AF-IDX) TO WRK-LF-CONFIRMADO.
           MOVE WRK-AF-PCT (WRK-AF-IDX)        TO WRK-LF-PCT.
           MOVE WRK-COMISSAO                   TO WRK-LF-COMISSAO.
           MOVE WRK-LINHA-FAIXA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3100-EMITIR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PAGAMENTO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== COMISSAO DAS AGENCIAS DE COBRANCA =====".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "AGENCIAS.............: " WRK-MAX-AGENCIAS.
           DISPLAY "PAGAMENTOS LIDOS.....: " WRK-QTDE-LIDOS.
           DISPLAY "PAGAMENTOS DO MES....: " WRK-QTDE-DO-MES.
           DISPLAY "RECUPERADO CONFIRMADO: " WRK-TOTAL-CONFIRMADO.
           DISPLAY "COMISSAO TOTAL.......: " WRK-TOTAL-COMISSAO.
           DISPLAY "SEM TABELA...........: " WRK-QTDE-SEM-TABELA.

           IF WRK-QTDE-SEM-TABELA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
