      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUTO-MIGRA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CARGA INICIAL DO CATALOGO DE PRODUTOS: GRAVA   <*
      *>                EM PRODUTOMST OS PRODUTOS CORR (CONTA         <*
      *>                CORRENTE) E POUP (POUPANCA) COM AS MESMAS     <*
      *>                REGRAS QUE O FLAG CONTA_PRODUTO C/P DAVA      <*
      *>                (JUROS DIARIOS NA CORRENTE, ANIVERSARIO NA    <*
      *>                POUPANCA, TARIFA MANUTENCAO, SEM RESTRICAO DE <*
      *>                PUBLICO, CHEQUE E CARTAO LIBERADOS) E         <*
      *>                PREENCHE CONTA_COD_PRODUTO DE TODA CONTA DE   <*
      *>                CONTASDB QUE AINDA ESTA EM BRANCO. NENHUMA    <*
      *>                CONTA MUDA DE COMPORTAMENTO. PODE SER         <*
      *>                REEXECUTADO: O QUE JA EXISTE NO CATALOGO OU   <*
      *>                JA TEM CODIGO NA CONTA FICA COMO ESTA         <*
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
           SELECT PRODUTO-FILE        ASSIGN TO "PRODUTOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS PROD_CODIGO
               FILE STATUS        IS WRK-STATUS-PROD.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PRODUTO-FILE.
           COPY PRODUTO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PROD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".

       77  WRK-QTDE-PRODUTOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONTAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CORRENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-POUPANCAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-JA-MIGRADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ERROS         PIC 9(07) VALUE ZEROS.
       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       77  WRK-CODIGO-LEGADO      PIC X(04) VALUE SPACES.
       77  WRK-FAMILIA-LEGADO     PIC X(01) VALUE SPACE.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".
       01  WRK-REGISTRO-LEGADO    PIC X(80) VALUE SPACES.
       01  WRK-REGISTRO-CORR      PIC X(80) VALUE SPACES.
       01  WRK-REGISTRO-POUP      PIC X(80) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-MIGRAR-CONTA      THRU 2000-MIGRAR-CONTA-EXIT
               UNTIL FIM-CONTA.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   ANTES DE REGRAVAR O MESTRE, O SELO DE INTEGRIDADE           *
      *>   (ARQUIVO-SELO.COB) E CONFERIDO                              *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "PMIG-SELO-12 MESTRE CONTASDB NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
      *>   PRODUTO-LE DEVOLVE AS REGRAS DO ANTIGO FLAG PARA CORR/POUP
      *>   AUSENTES DO MESTRE; SAO ELAS QUE VAO PARA O CATALOGO. A
      *>   CONSULTA VEM ANTES DE ABRIR O MESTRE PARA ATUALIZACAO
           MOVE SPACE  TO WRK-FAMILIA-LEGADO.
           MOVE "CORR" TO WRK-CODIGO-LEGADO.
           CALL "PRODUTO-LE" USING WRK-CODIGO-LEGADO
               WRK-FAMILIA-LEGADO WRK-REGISTRO-CORR WRK-PRODUTO-ACHADO.
           MOVE "POUP" TO WRK-CODIGO-LEGADO.
           CALL "PRODUTO-LE" USING WRK-CODIGO-LEGADO
               WRK-FAMILIA-LEGADO WRK-REGISTRO-POUP WRK-PRODUTO-ACHADO.

           OPEN I-O PRODUTO-FILE.
           IF WRK-STATUS-PROD = "35"
               CLOSE PRODUTO-FILE
               OPEN OUTPUT PRODUTO-FILE
               CLOSE PRODUTO-FILE
               OPEN I-O PRODUTO-FILE
           END-IF.

           MOVE "CORR" TO WRK-CODIGO-LEGADO.
           MOVE WRK-REGISTRO-CORR TO WRK-REGISTRO-LEGADO.
           PERFORM 1100-SEMEAR-PRODUTO THRU 1100-SEMEAR-PRODUTO-EXIT.
           MOVE "POUP" TO WRK-CODIGO-LEGADO.
           MOVE WRK-REGISTRO-POUP TO WRK-REGISTRO-LEGADO.
           PERFORM 1100-SEMEAR-PRODUTO THRU 1100-SEMEAR-PRODUTO-EXIT.

           CLOSE PRODUTO-FILE.

           OPEN I-O CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "CONTASDB INDISPONIVEL, STATUS "
                   WRK-STATUS-CONTA
               MOVE 8 TO RETURN-CODE
               SET FIM-CONTA TO TRUE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O PRODUTO SO E GRAVADO SE AINDA NAO EXISTIR: UM CORR/POUP   *
      *>   JA AJUSTADO POR PRODUTO-MANUT NAO E SOBRESCRITO             *
      *----------------------------------------------------------------*
       1100-SEMEAR-PRODUTO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-PRODUTO-ACHADO.
           MOVE WRK-CODIGO-LEGADO TO PROD_CODIGO.
           READ PRODUTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PRODUTO-ACHADO TO TRUE
           END-READ.
           IF PRODUTO-ACHADO
               GO TO 1100-SEMEAR-PRODUTO-EXIT
           END-IF.

           MOVE WRK-REGISTRO-LEGADO TO PRODUTO-REG.
           WRITE PRODUTO-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PRODUTO " WRK-CODIGO-LEGADO
                   ADD 1 TO WRK-QTDE-ERROS
                   GO TO 1100-SEMEAR-PRODUTO-EXIT
           END-WRITE.
           ADD 1 TO WRK-QTDE-PRODUTOS.
       1100-SEMEAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-MIGRAR-CONTA.
      *----------------------------------------------------------------*
           READ CONTA-FILE NEXT RECORD.
           IF WRK-STATUS-CONTA NOT = "00"
               SET FIM-CONTA TO TRUE
               GO TO 2000-MIGRAR-CONTA-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CONTAS.
           IF CONTA_COD_PRODUTO NOT = SPACES
               AND CONTA_COD_PRODUTO NOT = LOW-VALUES
               ADD 1 TO WRK-QTDE-JA-MIGRADAS
               GO TO 2000-MIGRAR-CONTA-EXIT
           END-IF.

           IF CONTA-PROD-POUPANCA
               MOVE "POUP" TO CONTA_COD_PRODUTO
               ADD 1 TO WRK-QTDE-POUPANCAS
           ELSE
               MOVE "CORR" TO CONTA_COD_PRODUTO
               ADD 1 TO WRK-QTDE-CORRENTES
           END-IF.

           REWRITE CONTA-REG.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "ERRO AO MIGRAR CONTA " CONTA_NUMERO
                   " STATUS " WRK-STATUS-CONTA
               ADD 1 TO WRK-QTDE-ERROS
           END-IF.
       2000-MIGRAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONTA-FILE.

      *>   O MESTRE FOI REESCRITO: O SELO DE INTEGRIDADE E REFEITO
           MOVE "G" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.

           IF WRK-QTDE-ERROS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CARGA INICIAL DO CATALOGO DE PRODUTOS =====".
           DISPLAY "PRODUTOS GRAVADOS....: " WRK-QTDE-PRODUTOS.
           DISPLAY "CONTAS LIDAS.........: " WRK-QTDE-CONTAS.
           DISPLAY "MIGRADAS PARA CORR...: " WRK-QTDE-CORRENTES.
           DISPLAY "MIGRADAS PARA POUP...: " WRK-QTDE-POUPANCAS.
           DISPLAY "JA COM PRODUTO.......: " WRK-QTDE-JA-MIGRADAS.
           DISPLAY "ERROS................: " WRK-QTDE-ERROS.
       9000-FINALIZAR-EXIT.
           EXIT.
