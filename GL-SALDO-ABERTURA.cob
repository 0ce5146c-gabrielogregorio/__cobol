      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GL-SALDO-ABERTURA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CARGA UNICA DOS SALDOS DE ABERTURA DO MESTRE   <*
      *>                DE SALDOS DO RAZAO (GLSALDO) PARA AS CONTAS   <*
      *>                DE CONTROLE CONFERIDAS POR GL-CONCILIA.COB:   <*
      *>                DEPOSITOS A VISTA (GLCTADEP, SOMA DOS SALDOS  <*
      *>                EM REAIS DE CONTASDB), DEPOSITOS A PRAZO      <*
      *>                (GLCTACDB, VALOR DOS CDB ATIVOS DE CDBMST) E  <*
      *>                PARCELAS A RECEBER (GLCTAPLN, SALDO A VENCER  <*
      *>                DOS PLANOS ATIVOS DE PLANOMST), APURADOS COM  <*
      *>                O MESMO CALCULO DA CONCILIACAO. AS DUAS       <*
      *>                PRIMEIRAS ABREM CREDORAS E A TERCEIRA         <*
      *>                DEVEDORA; A DIFERENCA VAI PARA A              <*
      *>                CONTRAPARTIDA DE ABERTURA (GLCTAABE), PARA O  <*
      *>                RAZAO NASCER BALANCEADO. O REGISTRO E DATADO  <*
      *>                DO DIA ANTERIOR AO DA CARGA, PARA             <*
      *>                GL-SALDO-ROLA.COB O TOMAR COMO FECHAMENTO     <*
      *>                ANTERIOR NA PRIMEIRA NOITE. RODA UMA VEZ,     <*
      *>                FORA DA CADEIA, DEPOIS DA CERTIFICACAO DA     <*
      *>                NOITE ANTERIOR E ANTES DO PRIMEIRO MOVIMENTO  <*
      *>                DO DIA DA IMPLANTACAO (O DIARIO DA NOITE LEVA <*
      *>                AO RAZAO TODO O MOVIMENTO DO DIA). CONTA DE   <*
      *>                CONTROLE SEM PARAMETRO, OU QUE JA TENHA       <*
      *>                REGISTRO EM GLSALDO, OU SUBSISTEMA            <*
      *>                INDISPONIVEL CANCELA A CARGA SEM GRAVAR NADA, <*
      *>                COM RETURN-CODE 8                             <*
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
               ACCESS MODE        IS DYNAMIC
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

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-GLS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ARQ            PIC X(01) VALUE "N".
           88 FIM-ARQ                 VALUE "S".
       77  WRK-CARGA              PIC X(01) VALUE "S".
           88 CARGA-LIBERADA          VALUE "S".
           88 CARGA-CANCELADA         VALUE "N".
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.

       01  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ABERTURA-N    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ABERTURA REDEFINES WRK-DATA-ABERTURA-N.
           02 WRK-ABE-ANO         PIC 9(04).
           02 WRK-ABE-MES         PIC 9(02).
           02 WRK-ABE-DIA         PIC 9(02).
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-CONTA   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-CONTA8      PIC 9(08).
           02 FILLER               PIC X(12).

       77  WRK-SALDO-PLANO        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONTROLES    PIC S9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-GRAVADAS      PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   AS TRES CONTAS DE CONTROLE DE GL-CONCILIA (1 = DEPOSITOS,   *
      *>   2 = CDB, 3 = PARCELAS) E A CONTRAPARTIDA DE ABERTURA (4).   *
      *>   NATUREZA C ABRE CREDORA (SALDO NEGATIVO), D DEVEDORA        *
      *----------------------------------------------------------------*
       01  WRK-TABELA-CONTROLES.
           02 WRK-CC-ITEM  OCCURS 4 TIMES
                            INDEXED BY WRK-CC-IDX.
               03 WRK-CC-NOME          PIC X(20).
               03 WRK-CC-PARAMETRO     PIC X(10).
               03 WRK-CC-NATUREZA      PIC X(01).
               03 WRK-CC-CONTA-GL      PIC 9(08).
               03 WRK-CC-SUBSISTEMA    PIC S9(13)V99.
               03 WRK-CC-SALDO         PIC S9(13)V99.

       01  WRK-SALDO-EDITADO      PIC -(13)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF CARGA-LIBERADA
               PERFORM 2000-SOMAR-CONTAS  THRU 2000-SOMAR-CONTAS-EXIT
           END-IF.
           IF CARGA-LIBERADA
               PERFORM 3000-SOMAR-CDB     THRU 3000-SOMAR-CDB-EXIT
           END-IF.
           IF CARGA-LIBERADA
               PERFORM 4000-SOMAR-PLANOS  THRU 4000-SOMAR-PLANOS-EXIT
           END-IF.
           IF CARGA-LIBERADA
               PERFORM 5000-APURAR-ABERTURA
                   THRU 5000-APURAR-ABERTURA-EXIT
               PERFORM 6000-GRAVAR-ABERTURA
                   THRU 6000-GRAVAR-ABERTURA-EXIT
                   VARYING WRK-CC-IDX FROM 1 BY 1
                   UNTIL WRK-CC-IDX > 4
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-ABERTURA-N.
           PERFORM 1300-RETROCEDER-DATA
               THRU 1300-RETROCEDER-DATA-EXIT.

           MOVE "DEPOSITOS A VISTA"    TO WRK-CC-NOME (1).
           MOVE "GLCTADEP"             TO WRK-CC-PARAMETRO (1).
           MOVE "C"                    TO WRK-CC-NATUREZA (1).
           MOVE "DEPOSITOS A PRAZO"    TO WRK-CC-NOME (2).
           MOVE "GLCTACDB"             TO WRK-CC-PARAMETRO (2).
           MOVE "C"                    TO WRK-CC-NATUREZA (2).
           MOVE "PARCELAS A RECEBER"   TO WRK-CC-NOME (3).
           MOVE "GLCTAPLN"             TO WRK-CC-PARAMETRO (3).
           MOVE "D"                    TO WRK-CC-NATUREZA (3).
           MOVE "CONTRAPARTIDA"        TO WRK-CC-NOME (4).
           MOVE "GLCTAABE"             TO WRK-CC-PARAMETRO (4).
           MOVE SPACE                  TO WRK-CC-NATUREZA (4).
           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > 4.
           IF CARGA-CANCELADA
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN I-O GLSALDO-FILE.
           IF WRK-STATUS-GLS = "35"
               OPEN OUTPUT GLSALDO-FILE
               CLOSE GLSALDO-FILE
               OPEN I-O GLSALDO-FILE
           END-IF.
           IF WRK-STATUS-GLS NOT = "00"
               MOVE "GLSALDO INDISPONIVEL" TO WRK-MOTIVO
               PERFORM 8000-CANCELAR THRU 8000-CANCELAR-EXIT
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1200-CONFERIR-MESTRE THRU 1200-CONFERIR-MESTRE-EXIT
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > 4.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-LER-PARAMETRO.
           MOVE ZEROS TO WRK-CC-CONTA-GL (WRK-CC-IDX).
           MOVE ZEROS TO WRK-CC-SUBSISTEMA (WRK-CC-IDX).
           MOVE ZEROS TO WRK-CC-SALDO (WRK-CC-IDX).
           MOVE WRK-CC-PARAMETRO (WRK-CC-IDX) TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:8) IS NUMERIC
               AND WRK-PARM-CONTA8 NOT = ZEROS
               MOVE WRK-PARM-CONTA8 TO WRK-CC-CONTA-GL (WRK-CC-IDX)
           ELSE
               MOVE SPACES TO WRK-MOTIVO
               STRING "PARAMETRO " DELIMITED BY SIZE
                   WRK-CC-PARAMETRO (WRK-CC-IDX) DELIMITED BY SPACE
                   " AUSENTE" DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               PERFORM 8000-CANCELAR THRU 8000-CANCELAR-EXIT
           END-IF.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A CARGA E UNICA: CONTA QUE JA TEM QUALQUER REGISTRO NO      *
      *>   MESTRE JA FOI ABERTA OU JA FOI ROLADA, E ABRIR DE NOVO      *
      *>   DOBRARIA O SALDO                                            *
      *----------------------------------------------------------------*
       1200-CONFERIR-MESTRE.
      *----------------------------------------------------------------*
           MOVE WRK-CC-CONTA-GL (WRK-CC-IDX) TO GLS_CONTA.
           MOVE ZEROS                        TO GLS_DATA.
           START GLSALDO-FILE KEY IS NOT LESS THAN GLS-CHAVE
               INVALID KEY
                   GO TO 1200-CONFERIR-MESTRE-EXIT
           END-START.
           READ GLSALDO-FILE NEXT RECORD.
           IF WRK-STATUS-GLS = "00"
               AND GLS_CONTA = WRK-CC-CONTA-GL (WRK-CC-IDX)
               MOVE SPACES TO WRK-MOTIVO
               STRING "CONTA " DELIMITED BY SIZE
                   WRK-CC-PARAMETRO (WRK-CC-IDX) DELIMITED BY SPACE
                   " JA TEM SALDO EM GLSALDO" DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               PERFORM 8000-CANCELAR THRU 8000-CANCELAR-EXIT
           END-IF.
       1200-CONFERIR-MESTRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A ABERTURA E DATADA DO DIA ANTERIOR: O REGISTRO DE HOJE E   *
      *>   O QUE GL-SALDO-ROLA REGRAVA, NAO O QUE ELE TOMA COMO        *
      *>   FECHAMENTO ANTERIOR                                         *
      *----------------------------------------------------------------*
       1300-RETROCEDER-DATA.
      *----------------------------------------------------------------*
           IF WRK-ABE-DIA > 1
               SUBTRACT 1 FROM WRK-ABE-DIA
               GO TO 1300-RETROCEDER-DATA-EXIT
           END-IF.

           IF WRK-ABE-MES = 1
               MOVE 12 TO WRK-ABE-MES
               SUBTRACT 1 FROM WRK-ABE-ANO
           ELSE
               SUBTRACT 1 FROM WRK-ABE-MES
           END-IF.

           PERFORM 1350-ULTIMO-DIA-DO-MES
               THRU 1350-ULTIMO-DIA-DO-MES-EXIT.
           MOVE WRK-ULTIMO-DIA-MES TO WRK-ABE-DIA.
       1300-RETROCEDER-DATA-EXIT.
           EXIT.

       1350-ULTIMO-DIA-DO-MES.
           EVALUATE WRK-ABE-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-ABE-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-ABE-ANO BY 100
                           GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-ABE-ANO BY 400
                               GIVING WRK-QUOC-BISSEXTO
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       1350-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEPOSITOS: SALDO DAS CONTAS EM REAIS, COMO NA CONCILIACAO   *
      *----------------------------------------------------------------*
       2000-SOMAR-CONTAS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-ARQ.
           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               MOVE "CONTASDB INDISPONIVEL" TO WRK-MOTIVO
               PERFORM 8000-CANCELAR THRU 8000-CANCELAR-EXIT
               GO TO 2000-SOMAR-CONTAS-EXIT
           END-IF.

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
               MOVE "CDBMST INDISPONIVEL" TO WRK-MOTIVO
               PERFORM 8000-CANCELAR THRU 8000-CANCELAR-EXIT
               GO TO 3000-SOMAR-CDB-EXIT
           END-IF.

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
               MOVE "PLANOMST INDISPONIVEL" TO WRK-MOTIVO
               PERFORM 8000-CANCELAR THRU 8000-CANCELAR-EXIT
               GO TO 4000-SOMAR-PLANOS-EXIT
           END-IF.

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
      *>   SALDO POSITIVO E DEVEDOR, NEGATIVO CREDOR (GLSALDO-REG); A  *
      *>   CONTRAPARTIDA FECHA A SOMA DOS QUATRO EM ZERO               *
      *----------------------------------------------------------------*
       5000-APURAR-ABERTURA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-TOTAL-CONTROLES.
           PERFORM 5100-APURAR-CONTROLE THRU 5100-APURAR-CONTROLE-EXIT
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > 3.
           COMPUTE WRK-CC-SALDO (4) = ZEROS - WRK-TOTAL-CONTROLES.
       5000-APURAR-ABERTURA-EXIT.
           EXIT.

       5100-APURAR-CONTROLE.
           IF WRK-CC-NATUREZA (WRK-CC-IDX) = "C"
               COMPUTE WRK-CC-SALDO (WRK-CC-IDX) =
                   ZEROS - WRK-CC-SUBSISTEMA (WRK-CC-IDX)
           ELSE
               MOVE WRK-CC-SUBSISTEMA (WRK-CC-IDX)
                   TO WRK-CC-SALDO (WRK-CC-IDX)
           END-IF.
           ADD WRK-CC-SALDO (WRK-CC-IDX) TO WRK-TOTAL-CONTROLES.
       5100-APURAR-CONTROLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O SALDO DE ABERTURA ENTRA COMO MOVIMENTO DO DIA DA CARGA    *
      *>   SOBRE ABERTURA ZERO, PARA O REGISTRO FECHAR PELA REGRA DO   *
      *>   MESTRE (FECHAMENTO = ABERTURA + DEBITOS - CREDITOS)         *
      *----------------------------------------------------------------*
       6000-GRAVAR-ABERTURA.
      *----------------------------------------------------------------*
           MOVE WRK-CC-CONTA-GL (WRK-CC-IDX) TO GLS_CONTA.
           MOVE WRK-DATA-ABERTURA-N          TO GLS_DATA.
           MOVE ZEROS                        TO GLS_SALDO_ABERTURA.
           MOVE ZEROS                        TO GLS_DEBITOS.
           MOVE ZEROS                        TO GLS_CREDITOS.
           IF WRK-CC-SALDO (WRK-CC-IDX) > ZEROS
               MOVE WRK-CC-SALDO (WRK-CC-IDX) TO GLS_DEBITOS
           ELSE
               COMPUTE GLS_CREDITOS = ZEROS - WRK-CC-SALDO (WRK-CC-IDX)
           END-IF.
           MOVE WRK-CC-SALDO (WRK-CC-IDX)    TO GLS_SALDO_FECHAMENTO.
           WRITE GLSALDO-REG
               INVALID KEY
                   DISPLAY "GL-SALDO-ABERTURA: ERRO AO GRAVAR A CONTA "
                       WRK-CC-CONTA-GL (WRK-CC-IDX)
                   MOVE 8 TO RETURN-CODE
                   GO TO 6000-GRAVAR-ABERTURA-EXIT
           END-WRITE.
           ADD 1 TO WRK-QTDE-GRAVADAS.

           MOVE WRK-CC-SALDO (WRK-CC-IDX) TO WRK-SALDO-EDITADO.
           DISPLAY WRK-CC-NOME (WRK-CC-IDX) " "
               WRK-CC-CONTA-GL (WRK-CC-IDX) " " WRK-SALDO-EDITADO.
       6000-GRAVAR-ABERTURA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-CANCELAR.
      *----------------------------------------------------------------*
           DISPLAY "GL-SALDO-ABERTURA: " WRK-MOTIVO
               " - CARGA CANCELADA".
           SET CARGA-CANCELADA TO TRUE.
           MOVE 8 TO RETURN-CODE.
       8000-CANCELAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE GLSALDO-FILE.

           DISPLAY "===== ABERTURA DOS SALDOS DO RAZAO =====".
           DISPLAY "DATA DA ABERTURA.....: " WRK-DATA-ABERTURA-N.
           DISPLAY "CONTAS GRAVADAS......: " WRK-QTDE-GRAVADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
