      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUTO-LE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONSULTA AO CATALOGO DE PRODUTOS (PRODUTOMST,  <*
      *>                MANTIDO POR PRODUTO-MANUT.COB): DEVOLVE O     <*
      *>                REGISTRO DO PRODUTO DA CONTA. CODIGO EM       <*
      *>                BRANCO (CONTA ANTERIOR AO CATALOGO) VALE CORR <*
      *>                OU POUP CONFORME A FAMILIA CONTA_PRODUTO. O   <*
      *>                CATALOGO E CARREGADO EM MEMORIA NA PRIMEIRA   <*
      *>                CHAMADA, PORQUE OS MOTORES CONSULTAM CONTA A  <*
      *>                CONTA. SE CORR OU POUP NAO ESTIVEREM NO       <*
      *>                MESTRE, VALEM AS REGRAS DE SEMPRE DA CONTA    <*
      *>                CORRENTE E DA POUPANCA, PARA NENHUMA CONTA    <*
      *>                MUDAR DE COMPORTAMENTO ANTES DA CARGA.        <*
      *>                CODIGO DESCONHECIDO DEVOLVE ACHADO = N        <*
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
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS PROD_CODIGO
               FILE STATUS        IS WRK-STATUS-PROD.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PRODUTO-FILE.
           COPY PRODUTO-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PROD        PIC X(02) VALUE SPACES.
       77  WRK-FIM-PROD           PIC X(01) VALUE "N".
           88 FIM-PROD                VALUE "S".
       77  WRK-CATALOGO-CARREGADO PIC X(01) VALUE "N".
           88 CATALOGO-CARREGADO      VALUE "S".
       77  WRK-CODIGO-PROCURADO   PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   CATALOGO EM MEMORIA                                         *
      *----------------------------------------------------------------*
       77  WRK-MAX-PRODUTOS       PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-PRODUTOS.
           02 WRK-PR-ITEM  OCCURS 100 TIMES
                            INDEXED BY WRK-PR-IDX.
               03 WRK-PR-CODIGO        PIC X(04).
               03 WRK-PR-REGISTRO      PIC X(80).

      *================================================================*
       LINKAGE                                       SECTION.
      *================================================================*
       01  PRDL_CODIGO              PIC X(04).
       01  PRDL_FAMILIA_LEGADO      PIC X(01).
       01  PRDL_REGISTRO            PIC X(80).
       01  PRDL_ACHADO              PIC X(01).
           88 PRDL-ACHADO               VALUE "S".
           88 PRDL-NAO-ACHADO           VALUE "N".

      *================================================================*
       PROCEDURE                                     DIVISION
                   USING PRDL_CODIGO PRDL_FAMILIA_LEGADO
                         PRDL_REGISTRO PRDL_ACHADO.
      *================================================================*
       0000-MAINLINE.
           SET PRDL-NAO-ACHADO TO TRUE.
           MOVE SPACES TO PRDL_REGISTRO.

           IF NOT CATALOGO-CARREGADO
               PERFORM 1000-CARREGAR-CATALOGO
                   THRU 1000-CARREGAR-CATALOGO-EXIT
           END-IF.

           MOVE PRDL_CODIGO TO WRK-CODIGO-PROCURADO.
           IF WRK-CODIGO-PROCURADO = SPACES
               IF PRDL_FAMILIA_LEGADO = "P"
                   MOVE "POUP" TO WRK-CODIGO-PROCURADO
               ELSE
                   MOVE "CORR" TO WRK-CODIGO-PROCURADO
               END-IF
           END-IF.

           SET WRK-PR-IDX TO 1.
           SEARCH WRK-PR-ITEM
               VARYING WRK-PR-IDX
               AT END
                   CONTINUE
               WHEN WRK-PR-IDX > WRK-MAX-PRODUTOS
                   CONTINUE
               WHEN WRK-PR-CODIGO (WRK-PR-IDX) = WRK-CODIGO-PROCURADO
                   MOVE WRK-PR-REGISTRO (WRK-PR-IDX) TO PRDL_REGISTRO
                   SET PRDL-ACHADO TO TRUE
           END-SEARCH.

           IF PRDL-NAO-ACHADO
               AND (WRK-CODIGO-PROCURADO = "CORR" OR "POUP")
               PERFORM 2000-PRODUTO-LEGADO
                   THRU 2000-PRODUTO-LEGADO-EXIT
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       1000-CARREGAR-CATALOGO.
      *----------------------------------------------------------------*
           SET CATALOGO-CARREGADO TO TRUE.

           OPEN INPUT PRODUTO-FILE.
           IF WRK-STATUS-PROD NOT = "00"
               GO TO 1000-CARREGAR-CATALOGO-EXIT
           END-IF.

           PERFORM 1100-GUARDAR-PRODUTO THRU 1100-GUARDAR-PRODUTO-EXIT
               UNTIL FIM-PROD.

           CLOSE PRODUTO-FILE.
       1000-CARREGAR-CATALOGO-EXIT.
           EXIT.

       1100-GUARDAR-PRODUTO.
           READ PRODUTO-FILE NEXT RECORD.
           IF WRK-STATUS-PROD NOT = "00"
               SET FIM-PROD TO TRUE
               GO TO 1100-GUARDAR-PRODUTO-EXIT
           END-IF.
           IF WRK-MAX-PRODUTOS = 100
               DISPLAY "CATALOGO DE PRODUTOS CHEIO EM MEMORIA, PRODUTO "
                   PROD_CODIGO " IGNORADO"
               GO TO 1100-GUARDAR-PRODUTO-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-PRODUTOS.
           SET WRK-PR-IDX TO WRK-MAX-PRODUTOS.
           MOVE PROD_CODIGO TO WRK-PR-CODIGO (WRK-PR-IDX).
           MOVE PRODUTO-REG TO WRK-PR-REGISTRO (WRK-PR-IDX).
       1100-GUARDAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CORR E POUP FORA DO MESTRE: AS REGRAS DO ANTIGO FLAG C/P    *
      *----------------------------------------------------------------*
       2000-PRODUTO-LEGADO.
      *----------------------------------------------------------------*
           MOVE SPACES               TO PRODUTO-REG.
           MOVE WRK-CODIGO-PROCURADO TO PROD_CODIGO.
           IF WRK-CODIGO-PROCURADO = "POUP"
               MOVE "POUPANCA"       TO PROD_DESCRICAO
               SET PROD-FAM-POUPANCA      TO TRUE
               SET PROD-JUROS-ANIVERSARIO TO TRUE
           ELSE
               MOVE "CONTA CORRENTE" TO PROD_DESCRICAO
               SET PROD-FAM-CORRENTE      TO TRUE
               SET PROD-JUROS-DIARIO      TO TRUE
           END-IF.
           MOVE "N"          TO PROD_TAXA_PROPRIA.
           MOVE ZEROS        TO PROD_TAXA_DEVEDORA.
           MOVE ZEROS        TO PROD_TAXA_CREDORA.
           MOVE "MANUTENCAO" TO PROD_SERVICO_TARIFA.
           MOVE "A"          TO PROD_PUBLICO.
           MOVE ZEROS        TO PROD_IDADE_MINIMA.
           MOVE "S"          TO PROD_PERMITE_CHEQUE.
           MOVE "S"          TO PROD_PERMITE_CARTAO.
           MOVE "A"          TO PROD_SITUACAO.
           MOVE PRODUTO-REG  TO PRDL_REGISTRO.
           SET PRDL-ACHADO TO TRUE.
       2000-PRODUTO-LEGADO-EXIT.
           EXIT.
