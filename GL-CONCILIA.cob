      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GL-CONCILIA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONCILIACAO DIARIA DAS CONTAS DE CONTROLE DO   <*
      *>                RAZAO CONTRA OS SUBSISTEMAS: O FECHAMENTO DE  <*
      *>                HOJE EM GLSALDO (GL-SALDO-ROLA.COB) DA CONTA  <*
      *>                DE DEPOSITOS (PARAMETRO GLCTADEP) CONTRA A    <*
      *>                SOMA DOS SALDOS EM REAIS DE CONTASDB, DA      <*
      *>                CONTA DE DEPOSITOS A PRAZO (GLCTACDB) CONTRA  <*
      *>                O VALOR DOS CDB ATIVOS DE CDBMST E DA CONTA   <*
      *>                DE PARCELAS A RECEBER (GLCTAPLN) CONTRA O     <*
      *>                SALDO EM ABERTO DOS PLANOS ATIVOS DE PLANOMST <*
      *>                (MESMO CALCULO DE PROVISAO-CALCULA.COB). AS   <*
      *>                DUAS PRIMEIRAS SAO DE PASSIVO E COMPARAM O    <*
      *>                SALDO CREDOR; A TERCEIRA E DE ATIVO E COMPARA <*
      *>                O SALDO DEVEDOR. RESULTADO EM GLCONCREL; A    <*
      *>                QUANTIDADE DE CONTROLES DIVERGENTES E A SOMA  <*
      *>                DAS DIFERENCAS VAO PARA BATCTRL (STEP GL-     <*
      *>                CONCILIA) E NOITE-CERTIFICA.COB SO DA GO COM  <*
      *>                ZERO DIVERGENCIAS. CONTROLE SEM CONTA DE      <*
      *>                RAZAO PARAMETRIZADA FICA DE FORA COM AVISO.   <*
      *>                DIVERGENCIA OU AVISO ENCERRAM COM RETURN-CODE <*
      *>                4, SEM PARAR A CADEIA: QUEM BARRA A NOITE E A <*
      *>                CERTIFICACAO. RODA TODA NOITE DEPOIS DE GL-   <*
      *>                SALDO-ROLA                                    <*
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
           SELECT GLSALDO-FILE        ASSIGN TO "GLSALDO"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS GLS-CHAVE
               FILE STATUS        IS WRK-STATUS-GLS.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT RELATORIO-FILE      ASSIGN TO "GLCONCREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  GLSALDO-FILE.
           COPY GLSALDO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-GLS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ARQ            PIC X(01) VALUE "N".
           88 FIM-ARQ                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-CONTA   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-CONTA8      PIC 9(08).
           02 FILLER               PIC X(12).

       77  WRK-SALDO-PLANO        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-DIVERGENTES   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CONTA-GL  PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DIFERENCAS   PIC 9(13)V99 VALUE ZEROS.

       77  WRK-CTRL-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-CTRL-STEP          PIC X(20) VALUE SPACES.
       77  WRK-CTRL-RESULTADO     PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
      *>   OS TRES CONTROLES (1 = DEPOSITOS, 2 = CDB, 3 = PARCELAS):   *
      *>   NATUREZA C COMPARA O SALDO CREDOR, D O SALDO DEVEDOR        *
      *----------------------------------------------------------------*
       01  WRK-TABELA-CONTROLES.
           02 WRK-CC-ITEM  OCCURS 3 TIMES
                            INDEXED BY WRK-CC-IDX.
               03 WRK-CC-NOME          PIC X(20).
               03 WRK-CC-PARAMETRO     PIC X(10).
               03 WRK-CC-NATUREZA      PIC X(01).
               03 WRK-CC-CONTA-GL      PIC 9(08).
               03 WRK-CC-RAZAO         PIC S9(13)V99.
               03 WRK-CC-SUBSISTEMA    PIC S9(13)V99.
               03 WRK-CC-DIFERENCA     PIC S9(13)V99.
               03 WRK-CC-SITUACAO      PIC X(12).

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CABEC.
           02 FILLER               PIC X(40)
               VALUE "CONCILIACAO RAZAO X SUBSISTEMAS - DATA ".
           02 WRK-LC-DATA          PIC 9(08).

       01  WRK-LINHA-TITULOS.
           02 FILLER               PIC X(21) VALUE "CONTROLE".
           02 FILLER               PIC X(09) VALUE "CONTA GL".
           02 FILLER               PIC X(18) VALUE "           RAZAO".
           02 FILLER               PIC X(18) VALUE "      SUBSISTEMA".
           02 FILLER               PIC X(18) VALUE "       DIFERENCA".
           02 FILLER               PIC X(12) VALUE " SITUACAO".

       01  WRK-LINHA-CONTROLE.
           02 WRK-LL-NOME          PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LL-CONTA-GL      PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LL-RAZAO         PIC -(13)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LL-SUBSISTEMA    PIC -(13)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LL-DIFERENCA     PIC -(13)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LL-SITUACAO      PIC X(12).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-SOMAR-CONTAS      THRU 2000-SOMAR-CONTAS-EXIT.
           PERFORM 3000-SOMAR-CDB         THRU 3000-SOMAR-CDB-EXIT.
           PERFORM 4000-SOMAR-PLANOS      THRU 4000-SOMAR-PLANOS-EXIT.
           PERFORM 5000-CONFERIR          THRU 5000-CONFERIR-EXIT
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > 3.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "DEPOSITOS A VISTA"    TO WRK-CC-NOME (1).
           MOVE "GLCTADEP"             TO WRK-CC-PARAMETRO (1).
           MOVE "C"                    TO WRK-CC-NATUREZA (1).
           MOVE "DEPOSITOS A PRAZO"    TO WRK-CC-NOME (2).
           MOVE "GLCTACDB"             TO WRK-CC-PARAMETRO (2).
           MOVE "C"                    TO WRK-CC-NATUREZA (2).
           MOVE "PARCELAS A RECEBER"   TO WRK-CC-NOME (3).
           MOVE "GLCTAPLN"             TO WRK-CC-PARAMETRO (3).
           MOVE "D"                    TO WRK-CC-NATUREZA (3).
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > 3.

           OPEN INPUT GLSALDO-FILE.
           IF WRK-STATUS-GLS NOT = "00"
               DISPLAY "GL-CONCILIA: GLSALDO INDISPONIVEL, STATUS "
                   WRK-STATUS-GLS " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE WRK-DATA-HOJE TO WRK-LC-DATA.
           MOVE WRK-LINHA-CABEC TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-TITULOS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-LER-PARAMETRO.
           MOVE ZEROS TO WRK-CC-CONTA-GL (WRK-CC-IDX).
           MOVE ZEROS TO WRK-CC-RAZAO (WRK-CC-IDX).
           MOVE ZEROS TO WRK-CC-SUBSISTEMA (WRK-CC-IDX).
           MOVE ZEROS TO WRK-CC-DIFERENCA (WRK-CC-IDX).
           MOVE WRK-CC-PARAMETRO (WRK-CC-IDX) TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:8) IS NUMERIC
               MOVE WRK-PARM-CONTA8 TO WRK-CC-CONTA-GL (WRK-CC-IDX)
           END-IF.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEPOSITOS: SALDO DAS CONTAS EM REAIS (O RAZAO E ESCRITURADO *
      *>   EM BRL; CONTA EM MOEDA ESTRANGEIRA TEM CONTROLE PROPRIO)    *
      *----------------------------------------------------------------*
       2000-SOMAR-CONTAS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-ARQ.
           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "GL-CONCILIA: CONTASDB INDISPONIVEL, STATUS "
                   WRK-STATUS-CONTA
               MOVE "INDISPONIVEL" TO WRK-CC-SITUACAO (1)
               GO TO 2000-SOMAR-CONTAS-EXIT
           END-IF.
           MOVE SPACES TO WRK-CC-SITUACAO (1).

           PERFORM 2100-SOMAR-CONTA THRU 2100-SOMAR-CONTA-EXIT
               UNTIL FIM-ARQ.
           CLOSE CONTA-FILE.
       2000-SOMAR-CONTAS-EXIT.
           EXIT.

       2100-SOMAR-CONTA.
           READ CONTA-FILE NEXT RECORD.
           IF WRK-STATUS-CONTA NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 2100-SOMAR-CONTA-EXIT
           END-IF.
           IF CONTA_MOEDA = "BRL" OR CONTA_MOEDA = SPACES
               ADD CONTA_SALDO TO WRK-CC-SUBSISTEMA (1)
           END-IF.
       2100-SOMAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-SOMAR-CDB.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-ARQ.
           OPEN INPUT CDB-FILE.
           IF WRK-STATUS-CDB NOT = "00"
               DISPLAY "GL-CONCILIA: CDBMST INDISPONIVEL, STATUS "
                   WRK-STATUS-CDB
               MOVE "INDISPONIVEL" TO WRK-CC-SITUACAO (2)
               GO TO 3000-SOMAR-CDB-EXIT
           END-IF.
           MOVE SPACES TO WRK-CC-SITUACAO (2).

           PERFORM 3100-SOMAR-UM-CDB THRU 3100-SOMAR-UM-CDB-EXIT
               UNTIL FIM-ARQ.
           CLOSE CDB-FILE.
       3000-SOMAR-CDB-EXIT.
           EXIT.

       3100-SOMAR-UM-CDB.
           READ CDB-FILE NEXT RECORD.
           IF WRK-STATUS-CDB NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 3100-SOMAR-UM-CDB-EXIT
           END-IF.
           IF CDB-ATIVO
               ADD CDB_VALOR TO WRK-CC-SUBSISTEMA (2)
           END-IF.
       3100-SOMAR-UM-CDB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-SOMAR-PLANOS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-ARQ.
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               DISPLAY "GL-CONCILIA: PLANOMST INDISPONIVEL, STATUS "
                   WRK-STATUS-PLN
               MOVE "INDISPONIVEL" TO WRK-CC-SITUACAO (3)
               GO TO 4000-SOMAR-PLANOS-EXIT
           END-IF.
           MOVE SPACES TO WRK-CC-SITUACAO (3).

           PERFORM 4100-SOMAR-PLANO THRU 4100-SOMAR-PLANO-EXIT
               UNTIL FIM-ARQ.
           CLOSE PLANO-FILE.
       4000-SOMAR-PLANOS-EXIT.
           EXIT.

       4100-SOMAR-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 4100-SOMAR-PLANO-EXIT
           END-IF.
           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               GO TO 4100-SOMAR-PLANO-EXIT
           END-IF.
           COMPUTE WRK-SALDO-PLANO =
               (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
               + PLN_VALOR_ULTIMA.
           ADD WRK-SALDO-PLANO TO WRK-CC-SUBSISTEMA (3).
       4100-SOMAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA DE RAZAO SEM REGISTRO DE HOJE EM GLSALDO NUNCA FOI    *
      *>   MOVIMENTADA E TEM SALDO ZERO                                *
      *----------------------------------------------------------------*
       5000-CONFERIR.
      *----------------------------------------------------------------*
           IF WRK-CC-CONTA-GL (WRK-CC-IDX) = ZEROS
               ADD 1 TO WRK-QTDE-SEM-CONTA-GL
               MOVE "SEM CONTA GL" TO WRK-CC-SITUACAO (WRK-CC-IDX)
               GO TO 5000-CONFERIR-IMPRIMIR
           END-IF.

           MOVE WRK-CC-CONTA-GL (WRK-CC-IDX) TO GLS_CONTA.
           MOVE WRK-DATA-HOJE                TO GLS_DATA.
           READ GLSALDO-FILE
               INVALID KEY
                   MOVE ZEROS TO GLS_SALDO_FECHAMENTO
           END-READ.
           IF WRK-CC-NATUREZA (WRK-CC-IDX) = "C"
               COMPUTE WRK-CC-RAZAO (WRK-CC-IDX) =
                   ZEROS - GLS_SALDO_FECHAMENTO
           ELSE
               MOVE GLS_SALDO_FECHAMENTO TO WRK-CC-RAZAO (WRK-CC-IDX)
           END-IF.

           COMPUTE WRK-CC-DIFERENCA (WRK-CC-IDX) =
               WRK-CC-RAZAO (WRK-CC-IDX)
               - WRK-CC-SUBSISTEMA (WRK-CC-IDX).

           IF WRK-CC-SITUACAO (WRK-CC-IDX) = "INDISPONIVEL"
               OR WRK-CC-DIFERENCA (WRK-CC-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTDE-DIVERGENTES
               IF WRK-CC-DIFERENCA (WRK-CC-IDX) < ZEROS
                   SUBTRACT WRK-CC-DIFERENCA (WRK-CC-IDX)
                       FROM WRK-TOTAL-DIFERENCAS
               ELSE
                   ADD WRK-CC-DIFERENCA (WRK-CC-IDX)
                       TO WRK-TOTAL-DIFERENCAS
               END-IF
               IF WRK-CC-SITUACAO (WRK-CC-IDX) = SPACES
                   MOVE "DIVERGENTE" TO WRK-CC-SITUACAO (WRK-CC-IDX)
               END-IF
           ELSE
               MOVE "OK" TO WRK-CC-SITUACAO (WRK-CC-IDX)
           END-IF.

       5000-CONFERIR-IMPRIMIR.
           MOVE WRK-CC-NOME (WRK-CC-IDX)       TO WRK-LL-NOME.
           MOVE WRK-CC-CONTA-GL (WRK-CC-IDX)   TO WRK-LL-CONTA-GL.
           MOVE WRK-CC-RAZAO (WRK-CC-IDX)      TO WRK-LL-RAZAO.
           MOVE WRK-CC-SUBSISTEMA (WRK-CC-IDX) TO WRK-LL-SUBSISTEMA.
           MOVE WRK-CC-DIFERENCA (WRK-CC-IDX)  TO WRK-LL-DIFERENCA.
           MOVE WRK-CC-SITUACAO (WRK-CC-IDX)   TO WRK-LL-SITUACAO.
           MOVE WRK-LINHA-CONTROLE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5000-CONFERIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE GLSALDO-FILE.
           CLOSE RELATORIO-FILE.

           MOVE "G" TO WRK-CTRL-FUNCAO.
           MOVE "GL-CONCILIA" TO WRK-CTRL-STEP.
           CALL "CONTROLE-TOTAIS" USING WRK-CTRL-FUNCAO WRK-CTRL-STEP
               WRK-QTDE-DIVERGENTES WRK-TOTAL-DIFERENCAS
               WRK-CTRL-RESULTADO.

           IF WRK-QTDE-DIVERGENTES > ZEROS
               OR WRK-QTDE-SEM-CONTA-GL > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CONCILIACAO RAZAO X SUBSISTEMAS =====".
           DISPLAY "CONTROLES DIVERGENTES: " WRK-QTDE-DIVERGENTES.
           DISPLAY "SOMA DAS DIFERENCAS..: " WRK-TOTAL-DIFERENCAS.
           DISPLAY "SEM CONTA GL.........: " WRK-QTDE-SEM-CONTA-GL.
       9000-FINALIZAR-EXIT.
           EXIT.
