      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GARANTIA-RELATORIO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RELATORIO MENSAL DAS GARANTIAS VIGENTES DE     <*
      *>                GARMST (GARREL), EM TRES OCORRENCIAS:         <*
      *>                AVALIACAO VENCIDA (MAIS MESES DESDE A ULTIMA  <*
      *>                AVALIACAO QUE O PRAZO DO TIPO - GARREAVVE,    <*
      *>                GARREAVIM E GARREAVRC, PADRAO 12, 24 E 6; O   <*
      *>                PENHOR DE CDB VALE PELO SALDO ATUAL DO        <*
      *>                CDBMST E NAO VENCE), COBERTURA INSUFICIENTE   <*
      *>                (SOMA DAS GARANTIAS DA OPERACAO MENOR QUE A   <*
      *>                EXPOSICAO: SALDO A VENCER DO PLANO OU SALDO   <*
      *>                DEVEDOR DA CONTA DO LIMITE) E GRAVAME AINDA   <*
      *>                VIGENTE EM OPERACAO JA ENCERRADA, PARA A      <*
      *>                LIBERACAO EM GARANTIA-MANUT                   <*
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
           SELECT GARANTIA-FILE       ASSIGN TO "GARMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS GAR-CHAVE
               ALTERNATE RECORD KEY IS GAR_CDB_NUMERO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GAR.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CDB-FILE            ASSIGN TO "CDBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CDB_NUMERO
               FILE STATUS        IS WRK-STATUS-CDB.

           SELECT RELATORIO-FILE      ASSIGN TO "GARREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  GARANTIA-FILE.
           COPY GARANTIA-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CDB-FILE.
           COPY CDB-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-GAR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CDB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-GAR            PIC X(01) VALUE "N".
           88 FIM-GAR                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-PLANOS-INCOMPLETO  PIC X(01) VALUE "N".
           88 PLANOS-INCOMPLETO       VALUE "S".
       77  WRK-OPERACAO-ABERTA    PIC X(01) VALUE "N".
           88 OPERACAO-ABERTA         VALUE "S".
       77  WRK-PL-ACHADO          PIC X(01) VALUE "N".
           88 PL-ACHADO               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".

      *----------------------------------------------------------------*
      *>   PRAZO DE REAVALIACAO EM MESES POR TIPO DE GARANTIA          *
      *----------------------------------------------------------------*
       77  WRK-REAV-VEICULO       PIC 9(03) VALUE 12.
       77  WRK-REAV-IMOVEL        PIC 9(03) VALUE 24.
       77  WRK-REAV-RECEBIVEIS    PIC 9(03) VALUE 6.
       77  WRK-PRAZO-REAVALIACAO  PIC 9(03) VALUE ZEROS.

       01  WRK-DATA-CALC          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           02 WRK-CALC-ANO        PIC 9(04).
           02 WRK-CALC-MES        PIC 9(02).
           02 WRK-CALC-DIA        PIC 9(02).
       77  WRK-MESES-HOJE         PIC 9(06) VALUE ZEROS.
       77  WRK-DIA-HOJE           PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-AVALIACAO    PIC S9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PLANOS DE PLANOMST COM O SALDO A VENCER DOS ATIVOS          *
      *----------------------------------------------------------------*
       77  WRK-MAX-PLANOS         PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-PLANOS.
           02 WRK-PL-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-PL-IDX.
               03 WRK-PL-NUMERO        PIC 9(07).
               03 WRK-PL-ATIVO         PIC X(01).
               03 WRK-PL-SALDO         PIC 9(09)V99.

      *----------------------------------------------------------------*
      *>   OPERACAO CORRENTE NA QUEBRA DE GARMST                       *
      *----------------------------------------------------------------*
       01  WRK-OPER-ATUAL.
           02 WRK-OA-MODALIDADE    PIC X(02).
           02 WRK-OA-OPERACAO      PIC 9(08).
       77  WRK-VALOR-GARANTIA     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-OPERACAO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EXPOSICAO          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QTDE-GARANTIAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OPERACOES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AVAL-VENCIDA  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DESCOBERTAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADAS    PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-AVALIACAO.
           02 FILLER               PIC X(20)
               VALUE "AVALIACAO VENCIDA   ".
           02 WRK-LA-MODALIDADE    PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LA-OPERACAO      PIC 9(08).
           02 FILLER               PIC X(01) VALUE "-".
           02 WRK-LA-SEQ           PIC 9(03).
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LA-TIPO          PIC X(02).
           02 FILLER               PIC X(08) VALUE " AVAL. ".
           02 WRK-LA-DATA          PIC 9(08).
           02 FILLER               PIC X(07) VALUE " MESES ".
           02 WRK-LA-MESES         PIC ZZZ9.
           02 FILLER               PIC X(08) VALUE " VALOR  ".
           02 WRK-LA-VALOR         PIC Z(10)9.99.

       01  WRK-LINHA-COBERTURA.
           02 WRK-LC-OCORRENCIA    PIC X(20).
           02 WRK-LC-MODALIDADE    PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LC-OPERACAO      PIC 9(08).
           02 FILLER               PIC X(12) VALUE " GARANTIAS  ".
           02 WRK-LC-GARANTIAS     PIC Z(10)9.99.
           02 FILLER               PIC X(12) VALUE " EXPOSICAO  ".
           02 WRK-LC-EXPOSICAO     PIC Z(10)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-GARANTIA      THRU 2000-LER-GARANTIA-EXIT.
           PERFORM 3000-PROCESSAR-OPERACAO
               THRU 3000-PROCESSAR-OPERACAO-EXIT
               UNTIL FIM-GAR.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
           COMPUTE WRK-MESES-HOJE = WRK-CALC-ANO * 12 + WRK-CALC-MES.
           MOVE WRK-CALC-DIA TO WRK-DIA-HOJE.

           MOVE "GARREAVVE " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-REAV-VEICULO
           END-IF.

           MOVE "GARREAVIM " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-REAV-IMOVEL
           END-IF.

           MOVE "GARREAVRC " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-REAV-RECEBIVEIS
           END-IF.

           PERFORM 1100-CARREGAR-PLANOS THRU 1100-CARREGAR-PLANOS-EXIT.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT CDB-FILE.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "GARANTIAS - AVALIACAO VENCIDA E COBERTURA INSUFICIENTE"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN INPUT GARANTIA-FILE.
           IF WRK-STATUS-GAR NOT = "00"
               DISPLAY "MESTRE DE GARANTIAS GARMST AUSENTE"
               SET FIM-GAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE LOW-VALUES TO GAR-CHAVE.
           START GARANTIA-FILE KEY IS NOT LESS THAN GAR-CHAVE
               INVALID KEY
                   SET FIM-GAR TO TRUE
           END-START.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               CLOSE PLANO-FILE
               GO TO 1100-CARREGAR-PLANOS-EXIT
           END-IF.

           PERFORM 1150-LER-PLANO THRU 1150-LER-PLANO-EXIT
               UNTIL FIM-PLN.
           CLOSE PLANO-FILE.
       1100-CARREGAR-PLANOS-EXIT.
           EXIT.

       1150-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 1150-LER-PLANO-EXIT
           END-IF.

           IF WRK-MAX-PLANOS NOT < 5000
               SET PLANOS-INCOMPLETO TO TRUE
               GO TO 1150-LER-PLANO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-PLANOS.
           MOVE PLN_NUMERO TO WRK-PL-NUMERO (WRK-MAX-PLANOS).
           MOVE "N"        TO WRK-PL-ATIVO (WRK-MAX-PLANOS).
           MOVE ZEROS      TO WRK-PL-SALDO (WRK-MAX-PLANOS).
           IF PLN-ATIVO
               MOVE "S"    TO WRK-PL-ATIVO (WRK-MAX-PLANOS)
           END-IF.
           IF PLN-ATIVO
               AND PLN_PROX_PARCELA NOT > PLN_QTDE
               COMPUTE WRK-PL-SALDO (WRK-MAX-PLANOS) =
                   (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
                   + PLN_VALOR_ULTIMA
           END-IF.
       1150-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LE A PROXIMA GARANTIA VIGENTE (LIBERADAS NAO CONTAM)        *
      *----------------------------------------------------------------*
       2000-LER-GARANTIA.
      *----------------------------------------------------------------*
           READ GARANTIA-FILE NEXT RECORD.
           IF WRK-STATUS-GAR NOT = "00"
               SET FIM-GAR TO TRUE
               GO TO 2000-LER-GARANTIA-EXIT
           END-IF.
           IF NOT GAR-VIGENTE
               GO TO 2000-LER-GARANTIA
           END-IF.
       2000-LER-GARANTIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA OPERACAO POR VEZ: AS GARANTIAS VEM JUNTAS PELA CHAVE    *
      *----------------------------------------------------------------*
       3000-PROCESSAR-OPERACAO.
      *----------------------------------------------------------------*
           MOVE GAR_MODALIDADE TO WRK-OA-MODALIDADE.
           MOVE GAR_OPERACAO   TO WRK-OA-OPERACAO.
           MOVE ZEROS TO WRK-VALOR-OPERACAO.
           ADD 1 TO WRK-QTDE-OPERACOES.

           PERFORM 4000-AVALIAR-GARANTIA THRU 4000-AVALIAR-GARANTIA-EXIT
               UNTIL FIM-GAR
               OR GAR_MODALIDADE NOT = WRK-OA-MODALIDADE
               OR GAR_OPERACAO NOT = WRK-OA-OPERACAO.

           PERFORM 5000-CONFERIR-COBERTURA
               THRU 5000-CONFERIR-COBERTURA-EXIT.
       3000-PROCESSAR-OPERACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VALOR DA GARANTIA E PRAZO DA AVALIACAO; MESES CONTADOS POR  *
      *>   CALENDARIO, DESCONTANDO O MES AINDA NAO COMPLETADO          *
      *----------------------------------------------------------------*
       4000-AVALIAR-GARANTIA.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-GARANTIAS.

           IF GAR-PENHOR-CDB
               MOVE ZEROS TO WRK-VALOR-GARANTIA
               MOVE GAR_CDB_NUMERO TO CDB_NUMERO
               READ CDB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CDB-ATIVO
                           MOVE CDB_VALOR TO WRK-VALOR-GARANTIA
                       END-IF
               END-READ
               ADD WRK-VALOR-GARANTIA TO WRK-VALOR-OPERACAO
               GO TO 4000-AVALIAR-GARANTIA-LER
           END-IF.

           ADD GAR_VALOR_AVALIADO TO WRK-VALOR-OPERACAO.

           EVALUATE TRUE
               WHEN GAR-VEICULO
                   MOVE WRK-REAV-VEICULO    TO WRK-PRAZO-REAVALIACAO
               WHEN GAR-IMOVEL
                   MOVE WRK-REAV-IMOVEL     TO WRK-PRAZO-REAVALIACAO
               WHEN OTHER
                   MOVE WRK-REAV-RECEBIVEIS TO WRK-PRAZO-REAVALIACAO
           END-EVALUATE.

           MOVE GAR_DATA_AVALIACAO TO WRK-DATA-CALC.
           COMPUTE WRK-MESES-AVALIACAO =
               WRK-MESES-HOJE - (WRK-CALC-ANO * 12 + WRK-CALC-MES).
           IF WRK-DIA-HOJE < WRK-CALC-DIA
               SUBTRACT 1 FROM WRK-MESES-AVALIACAO
           END-IF.

           IF WRK-MESES-AVALIACAO > WRK-PRAZO-REAVALIACAO
               ADD 1 TO WRK-QTDE-AVAL-VENCIDA
               MOVE GAR_MODALIDADE      TO WRK-LA-MODALIDADE
               MOVE GAR_OPERACAO        TO WRK-LA-OPERACAO
               MOVE GAR_SEQ             TO WRK-LA-SEQ
               MOVE GAR_TIPO            TO WRK-LA-TIPO
               MOVE GAR_DATA_AVALIACAO  TO WRK-LA-DATA
               MOVE WRK-MESES-AVALIACAO TO WRK-LA-MESES
               MOVE GAR_VALOR_AVALIADO  TO WRK-LA-VALOR
               MOVE WRK-LINHA-AVALIACAO TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       4000-AVALIAR-GARANTIA-LER.
           PERFORM 2000-LER-GARANTIA THRU 2000-LER-GARANTIA-EXIT.
       4000-AVALIAR-GARANTIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EXPOSICAO: SALDO A VENCER DO PLANO OU SALDO DEVEDOR DA      *
      *>   CONTA DO LIMITE                                             *
      *----------------------------------------------------------------*
       5000-CONFERIR-COBERTURA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-EXPOSICAO.
           MOVE "N"   TO WRK-OPERACAO-ABERTA.

           IF WRK-OA-MODALIDADE = "PL"
               MOVE "N" TO WRK-PL-ACHADO
               SET WRK-PL-IDX TO 1
               SEARCH WRK-PL-ITEM VARYING WRK-PL-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-PL-IDX > WRK-MAX-PLANOS
                       CONTINUE
                   WHEN WRK-PL-NUMERO (WRK-PL-IDX) = WRK-OA-OPERACAO
                       SET PL-ACHADO TO TRUE
               END-SEARCH
               IF PL-ACHADO AND WRK-PL-ATIVO (WRK-PL-IDX) = "S"
                   SET OPERACAO-ABERTA TO TRUE
                   MOVE WRK-PL-SALDO (WRK-PL-IDX) TO WRK-EXPOSICAO
               END-IF
           ELSE
               MOVE WRK-OA-OPERACAO TO CONTA_NUMERO
               READ CONTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CONTA-ENCERRADA
                           SET OPERACAO-ABERTA TO TRUE
                       END-IF
                       IF CONTA_SALDO < ZEROS
                           COMPUTE WRK-EXPOSICAO = ZEROS - CONTA_SALDO
                       END-IF
               END-READ
           END-IF.

           MOVE WRK-OA-MODALIDADE  TO WRK-LC-MODALIDADE.
           MOVE WRK-OA-OPERACAO    TO WRK-LC-OPERACAO.
           MOVE WRK-VALOR-OPERACAO TO WRK-LC-GARANTIAS.
           MOVE WRK-EXPOSICAO      TO WRK-LC-EXPOSICAO.

           IF NOT OPERACAO-ABERTA
               ADD 1 TO WRK-QTDE-ENCERRADAS
               MOVE "GRAVAME A LIBERAR   " TO WRK-LC-OCORRENCIA
               MOVE WRK-LINHA-COBERTURA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO 5000-CONFERIR-COBERTURA-EXIT
           END-IF.

           IF WRK-VALOR-OPERACAO < WRK-EXPOSICAO
               ADD 1 TO WRK-QTDE-DESCOBERTAS
               MOVE "COBERTURA INSUFIC.  " TO WRK-LC-OCORRENCIA
               MOVE WRK-LINHA-COBERTURA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
       5000-CONFERIR-COBERTURA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE GARANTIA-FILE.
           CLOSE CONTA-FILE.
           CLOSE CDB-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== RELATORIO DE GARANTIAS =====".
           DISPLAY "GARANTIAS VIGENTES...: " WRK-QTDE-GARANTIAS.
           DISPLAY "OPERACOES GARANTIDAS.: " WRK-QTDE-OPERACOES.
           DISPLAY "AVALIACOES VENCIDAS..: " WRK-QTDE-AVAL-VENCIDA.
           DISPLAY "COBERTURA INSUFIC....: " WRK-QTDE-DESCOBERTAS.
           DISPLAY "GRAVAMES A LIBERAR...: " WRK-QTDE-ENCERRADAS.

           IF PLANOS-INCOMPLETO
               DISPLAY "PLANOMST MAIOR QUE A TABELA, PLANOS ALEM DELA "
                   "TIDOS COMO ENCERRADOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
