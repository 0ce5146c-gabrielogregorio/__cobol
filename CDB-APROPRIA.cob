      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CDB-APROPRIA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : APROPRIACAO DIARIA DA DESPESA DE JUROS DO      <*
      *>                DEPOSITO A PRAZO. CDB-VENCIMENTO.COB E        <*
      *>                CDB-SERVICO.COB SO RECONHECEM O RENDIMENTO NO <*
      *>                VENCIMENTO OU NO RESGATE, E A DESPESA DO MES  <*
      *>                FICAVA SUBESTIMADA. PARA CADA APLICACAO ATIVA <*
      *>                DE CDBMST O PROGRAMA CALCULA O RENDIMENTO     <*
      *>                GANHO ATE HOJE A CDB_TAXA_MES (MESMA FORMULA  <*
      *>                PRO RATA DE DIAS CORRIDOS DO RESGATE,         <*
      *>                LIMITADA AO VENCIMENTO) E LANCA NO GLJORNAL   <*
      *>                SO O INCREMENTO SOBRE O JA APROPRIADO EM      <*
      *>                CDBAPROP: DEBITO NA DESPESA DE JUROS          <*
      *>                (PARAMETRO GLCTADES) E CREDITO NOS JUROS A    <*
      *>                PAGAR (GLCTAJAP), CODIGO "JCDB". APLICACAO    <*
      *>                RESGATADA OU LIQUIDADA TEM O ACUMULADO        <*
      *>                ESTORNADO (LANCAMENTO INVERSO, CODIGO "JCDE") <*
      *>                PORQUE O RENDIMENTO PAGO JA ENTRA NO DIARIO   <*
      *>                PELO MOVIMENTO DO RESGATE/VENCIMENTO. O       <*
      *>                RELATORIO CDBAPREL CONCILIA O TOTAL DE JUROS  <*
      *>                A PAGAR APROPRIADO COM O RENDIMENTO ATE HOJE  <*
      *>                DA CARTEIRA ATIVA; DIFERENCA, OU CONTA DE     <*
      *>                RAZAO NAO PARAMETRIZADA (NADA E LANCADO),     <*
      *>                ENCERRA COM RETURN-CODE 4. RODA NA CADEIA     <*
      *>                NOTURNA DEPOIS DO DIARIO DO DIA E ANTES DE    <*
      *>                GL-SALDO-ROLA                                 <*
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
           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT APROPRIA-FILE       ASSIGN TO "CDBAPROP"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CAPR_NUMERO
               FILE STATUS        IS WRK-STATUS-CAPR.

           SELECT JORNAL-FILE         ASSIGN TO "GLJORNAL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

           SELECT RELATORIO-FILE      ASSIGN TO "CDBAPREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CDB-FILE.
           COPY CDB-REG.

       FD  APROPRIA-FILE.
           COPY CDBAPROP-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CAPR        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-CDB            PIC X(01) VALUE "N".
           88 FIM-CDB                 VALUE "S".
       77  WRK-CONTAS-OK          PIC X(01) VALUE "S".
           88 CONTAS-OK               VALUE "S".
       77  WRK-APROP-EXISTE       PIC X(01) VALUE "N".
           88 APROP-EXISTE            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE        PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-CORRIDOS      PIC 9(03) VALUE ZEROS.
       77  WRK-RENDIMENTO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INCREMENTO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-LANCAR       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-DEBITO       PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-CREDITO      PIC 9(08) VALUE ZEROS.
       77  WRK-CODIGO-LANC        PIC X(04) VALUE SPACES.
       77  WRK-CTA-DESPESA        PIC 9(08) VALUE ZEROS.
       77  WRK-CTA-JUROS-PAGAR    PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ATIVAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-APROPRIADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESTORNADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LANCAMENTOS   PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-PRINCIPAL    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-RENDIMENTO   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-ACUMULADO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-APROPRIADO   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-ESTORNADO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-LANCADO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(13)V99 VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-CONTA   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-CONTA8      PIC 9(08).
           02 FILLER               PIC X(12).

       77  WRK-CTRL-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-CTRL-STEP          PIC X(20) VALUE SPACES.
       77  WRK-CTRL-RESULTADO     PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-DETALHE.
           02 FILLER               PIC X(04) VALUE "NR: ".
           02 WRK-D-NUMERO         PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-D-SITUACAO       PIC X(09).
           02 FILLER               PIC X(10) VALUE " PRINCIP. ".
           02 WRK-D-PRINCIPAL      PIC Z(8)9.99.
           02 FILLER               PIC X(06) VALUE " DIAS ".
           02 WRK-D-DIAS           PIC ZZ9.
           02 FILLER               PIC X(07) VALUE " RENDE ".
           02 WRK-D-RENDIMENTO     PIC Z(8)9.99.
           02 FILLER               PIC X(07) VALUE " LANC. ".
           02 WRK-D-LANCADO        PIC Z(8)9.99.

       01  WRK-LINHA-TOTAL.
           02 WRK-T-ROTULO         PIC X(40).
           02 WRK-T-VALOR          PIC -(13)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-EXAMINAR-CDB      THRU 2000-EXAMINAR-CDB-EXIT
               UNTIL FIM-CDB.
           PERFORM 8000-CONCILIAR         THRU 8000-CONCILIAR-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM AS DUAS CONTAS DE RAZAO NADA E LANCADO NEM GRAVADO EM   *
      *>   CDBAPROP: O INCREMENTO FICA PARA A NOITE EM QUE O PARAMETRO *
      *>   EXISTIR, E O RELATORIO MOSTRA A DIFERENCA                   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "GLCTADES" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:8) IS NUMERIC
               MOVE WRK-PARM-CONTA8 TO WRK-CTA-DESPESA
           END-IF.

           MOVE "GLCTAJAP" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:8) IS NUMERIC
               MOVE WRK-PARM-CONTA8 TO WRK-CTA-JUROS-PAGAR
           END-IF.

           IF WRK-CTA-DESPESA = ZEROS
               OR WRK-CTA-JUROS-PAGAR = ZEROS
               MOVE "N" TO WRK-CONTAS-OK
               DISPLAY "CDB-APROPRIA: PARAMETROS GLCTADES/GLCTAJAP "
                   "AUSENTES - NADA SERA LANCADO NO DIARIO"
           END-IF.

           OPEN INPUT CDB-FILE.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
           END-IF.

           OPEN I-O APROPRIA-FILE.
           IF WRK-STATUS-CAPR = "35"
               OPEN OUTPUT APROPRIA-FILE
               CLOSE APROPRIA-FILE
               OPEN I-O APROPRIA-FILE
           END-IF.
           IF WRK-STATUS-CAPR NOT = "00"
               DISPLAY "CDB-APROPRIA: CDBAPROP INDISPONIVEL, STATUS "
                   WRK-STATUS-CAPR " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "APROPRIACAO DE JUROS DE DEPOSITO A PRAZO" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF NOT FIM-CDB
               MOVE ZEROS TO CDB_NUMERO
               START CDB-FILE KEY IS NOT LESS THAN CDB_NUMERO
                   INVALID KEY
                       SET FIM-CDB TO TRUE
               END-START
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-EXAMINAR-CDB.
      *----------------------------------------------------------------*
           READ CDB-FILE NEXT RECORD.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-CDB TO TRUE
               GO TO 2000-EXAMINAR-CDB-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-LIDAS.

           MOVE CDB_NUMERO TO CAPR_NUMERO.
           MOVE "S" TO WRK-APROP-EXISTE.
           READ APROPRIA-FILE
               INVALID KEY
                   MOVE "N" TO WRK-APROP-EXISTE
           END-READ.

           IF CDB-ATIVO
               PERFORM 3000-APROPRIAR THRU 3000-APROPRIAR-EXIT
           ELSE
               PERFORM 4000-ESTORNAR  THRU 4000-ESTORNAR-EXIT
           END-IF.
       2000-EXAMINAR-CDB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RENDIMENTO ATE HOJE PELA FORMULA DO RESGATE; APLICACAO JA   *
      *>   VENCIDA E AINDA NAO LIQUIDADA RENDE SO ATE O VENCIMENTO     *
      *----------------------------------------------------------------*
       3000-APROPRIAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-ATIVAS.
           ADD CDB_VALOR TO WRK-TOTAL-PRINCIPAL.

           IF NOT APROP-EXISTE
               MOVE CDB_NUMERO TO CAPR_NUMERO
               MOVE ZEROS      TO CAPR_ACUMULADO
               MOVE ZEROS      TO CAPR_DATA_ULTIMA
               MOVE ZEROS      TO CAPR_DATA_ESTORNO
               SET CAPR-APROPRIANDO TO TRUE
           END-IF.

           MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE.
           IF CDB_DATA_VENC < WRK-DATA-HOJE
               MOVE CDB_DATA_VENC TO WRK-DATA-LIMITE
           END-IF.
           CALL "DIAS-CORRIDOS-IDADE" USING CDB_DATA_APLIC
               WRK-DATA-LIMITE WRK-DIAS-CORRIDOS.

           COMPUTE WRK-RENDIMENTO ROUNDED =
               CDB_VALOR * CDB_TAXA_MES / 100
               * WRK-DIAS-CORRIDOS / 30.
           ADD WRK-RENDIMENTO TO WRK-TOTAL-RENDIMENTO.

           MOVE ZEROS TO WRK-INCREMENTO.
           IF WRK-RENDIMENTO > CAPR_ACUMULADO
               AND CONTAS-OK
               COMPUTE WRK-INCREMENTO =
                   WRK-RENDIMENTO - CAPR_ACUMULADO
               MOVE WRK-INCREMENTO      TO WRK-VALOR-LANCAR
               MOVE WRK-CTA-DESPESA     TO WRK-CONTA-DEBITO
               MOVE WRK-CTA-JUROS-PAGAR TO WRK-CONTA-CREDITO
               MOVE "JCDB"              TO WRK-CODIGO-LANC
               PERFORM 5000-LANCAR-PAR THRU 5000-LANCAR-PAR-EXIT
               MOVE WRK-RENDIMENTO      TO CAPR_ACUMULADO
               MOVE WRK-DATA-HOJE       TO CAPR_DATA_ULTIMA
               ADD 1 TO WRK-QTDE-APROPRIADAS
               ADD WRK-INCREMENTO TO WRK-TOTAL-APROPRIADO
               PERFORM 6000-GRAVAR-APROPRIA
                   THRU 6000-GRAVAR-APROPRIA-EXIT
           END-IF.

           ADD CAPR_ACUMULADO TO WRK-TOTAL-ACUMULADO.

           MOVE "ATIVA"           TO WRK-D-SITUACAO.
           MOVE WRK-DIAS-CORRIDOS TO WRK-D-DIAS.
           MOVE WRK-RENDIMENTO    TO WRK-D-RENDIMENTO.
           MOVE WRK-INCREMENTO    TO WRK-D-LANCADO.
           PERFORM 7000-IMPRIMIR-DETALHE
               THRU 7000-IMPRIMIR-DETALHE-EXIT.
       3000-APROPRIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RESGATADA OU LIQUIDADA: O RENDIMENTO PAGO JA CHEGOU AO      *
      *>   DIARIO PELO MOVIMENTO DO CLIENTE, ENTAO O ACUMULADO VOLTA   *
      *----------------------------------------------------------------*
       4000-ESTORNAR.
      *----------------------------------------------------------------*
           IF NOT APROP-EXISTE
               GO TO 4000-ESTORNAR-EXIT
           END-IF.
           IF CAPR_ACUMULADO = ZEROS
               GO TO 4000-ESTORNAR-EXIT
           END-IF.
           IF NOT CONTAS-OK
               ADD CAPR_ACUMULADO TO WRK-TOTAL-ACUMULADO
               GO TO 4000-ESTORNAR-EXIT
           END-IF.

           MOVE CAPR_ACUMULADO      TO WRK-VALOR-LANCAR.
           MOVE WRK-CTA-JUROS-PAGAR TO WRK-CONTA-DEBITO.
           MOVE WRK-CTA-DESPESA     TO WRK-CONTA-CREDITO.
           MOVE "JCDE"              TO WRK-CODIGO-LANC.
           PERFORM 5000-LANCAR-PAR THRU 5000-LANCAR-PAR-EXIT.

           ADD 1 TO WRK-QTDE-ESTORNADAS.
           ADD CAPR_ACUMULADO TO WRK-TOTAL-ESTORNADO.
           MOVE CAPR_ACUMULADO TO WRK-D-LANCADO.
           MOVE ZEROS          TO CAPR_ACUMULADO.
           MOVE WRK-DATA-HOJE  TO CAPR_DATA_ESTORNO.
           SET CAPR-ESTORNADA  TO TRUE.
           PERFORM 6000-GRAVAR-APROPRIA THRU 6000-GRAVAR-APROPRIA-EXIT.

           MOVE "ESTORNADA" TO WRK-D-SITUACAO.
           MOVE ZEROS       TO WRK-D-DIAS.
           MOVE ZEROS       TO WRK-D-RENDIMENTO.
           PERFORM 7000-IMPRIMIR-DETALHE
               THRU 7000-IMPRIMIR-DETALHE-EXIT.
       4000-ESTORNAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CADA LANCAMENTO E UM PAR BALANCEADO DEBITO/CREDITO, COMO OS *
      *>   QUE DIARIO-CONTABIL.COB GRAVA                               *
      *----------------------------------------------------------------*
       5000-LANCAR-PAR.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE     TO GLJ_DATA.
           MOVE WRK-CONTA-DEBITO  TO GLJ_CONTA_GL.
           MOVE "D"               TO GLJ_DC.
           MOVE WRK-VALOR-LANCAR  TO GLJ_VALOR.
           MOVE WRK-CODIGO-LANC   TO GLJ_CODIGO.
           MOVE CDB_CONTA         TO GLJ_CONTA_ORIGEM.
           WRITE JORNAL-REG.

           MOVE WRK-CONTA-CREDITO TO GLJ_CONTA_GL.
           MOVE "C"               TO GLJ_DC.
           WRITE JORNAL-REG.

           ADD 1 TO WRK-QTDE-LANCAMENTOS.
           ADD WRK-VALOR-LANCAR TO WRK-TOTAL-LANCADO.
       5000-LANCAR-PAR-EXIT.
           EXIT.

       6000-GRAVAR-APROPRIA.
           IF APROP-EXISTE
               REWRITE CDBAPROP-REG
           ELSE
               WRITE CDBAPROP-REG
           END-IF.
           IF WRK-STATUS-CAPR NOT = "00"
               DISPLAY "CDB-APROPRIA: ERRO AO GRAVAR CDBAPROP "
                   CAPR_NUMERO " STATUS " WRK-STATUS-CAPR
               MOVE 8 TO RETURN-CODE
           END-IF.
       6000-GRAVAR-APROPRIA-EXIT.
           EXIT.

       7000-IMPRIMIR-DETALHE.
           MOVE CDB_NUMERO        TO WRK-D-NUMERO.
           MOVE CDB_VALOR         TO WRK-D-PRINCIPAL.
           MOVE WRK-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       7000-IMPRIMIR-DETALHE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   JUROS A PAGAR APROPRIADOS (CDBAPROP) X RENDIMENTO ATE HOJE  *
      *>   DA CARTEIRA ATIVA DE CDBMST: DEVEM FECHAR NO CENTAVO        *
      *----------------------------------------------------------------*
       8000-CONCILIAR.
      *----------------------------------------------------------------*
           COMPUTE WRK-DIFERENCA =
               WRK-TOTAL-ACUMULADO - WRK-TOTAL-RENDIMENTO.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "PRINCIPAL DA CARTEIRA ATIVA............" TO
               WRK-T-ROTULO.
           MOVE WRK-TOTAL-PRINCIPAL TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "RENDIMENTO ATE HOJE DA CARTEIRA ATIVA.." TO
               WRK-T-ROTULO.
           MOVE WRK-TOTAL-RENDIMENTO TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "JUROS A PAGAR APROPRIADOS (CDBAPROP)..." TO
               WRK-T-ROTULO.
           MOVE WRK-TOTAL-ACUMULADO TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "DIFERENCA (APROPRIADO - RENDIMENTO)...." TO
               WRK-T-ROTULO.
           MOVE WRK-DIFERENCA TO WRK-T-VALOR.
           MOVE WRK-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF WRK-DIFERENCA = ZEROS
               MOVE "SITUACAO: FECHA" TO RELATORIO-LINHA
           ELSE
               MOVE "SITUACAO: DIVERGENTE" TO RELATORIO-LINHA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE RELATORIO-LINHA.

           IF NOT CONTAS-OK
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-CONCILIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CDB-FILE.
           CLOSE APROPRIA-FILE.
           CLOSE JORNAL-FILE.
           CLOSE RELATORIO-FILE.

           MOVE "G" TO WRK-CTRL-FUNCAO.
           MOVE "CDB-APROPRIA" TO WRK-CTRL-STEP.
           CALL "CONTROLE-TOTAIS" USING WRK-CTRL-FUNCAO WRK-CTRL-STEP
               WRK-QTDE-LANCAMENTOS WRK-TOTAL-LANCADO
               WRK-CTRL-RESULTADO.

           DISPLAY "===== APROPRIACAO DE JUROS DE CDB =====".
           DISPLAY "APLICACOES LIDAS.....: " WRK-QTDE-LIDAS.
           DISPLAY "APLICACOES ATIVAS....: " WRK-QTDE-ATIVAS.
           DISPLAY "APROPRIACOES LANCADAS: " WRK-QTDE-APROPRIADAS.
           DISPLAY "VALOR APROPRIADO.....: " WRK-TOTAL-APROPRIADO.
           DISPLAY "ESTORNOS LANCADOS....: " WRK-QTDE-ESTORNADAS.
           DISPLAY "VALOR ESTORNADO......: " WRK-TOTAL-ESTORNADO.
           DISPLAY "JUROS A PAGAR........: " WRK-TOTAL-ACUMULADO.
           DISPLAY "DIFERENCA............: " WRK-DIFERENCA.
       9000-FINALIZAR-EXIT.
           EXIT.
