      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SANCAO-TRIAGEM.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : TRIAGEM DE UM NOME CONTRA A LISTA DE SANCOES   <*
      *>                (SANCMST). O NOME E NORMALIZADO (MAIUSCULAS,  <*
      *>                PONTUACAO VIRA ESPACO, PARTICULAS DE/DA/DO/   <*
      *>                DAS/DOS/E E INICIAIS SOLTAS SAEM) E QUEBRADO  <*
      *>                EM PALAVRAS; CADA PALAVRA DA ENTRADA DA LISTA <*
      *>                CASA COM UMA DO NOME SE FOR IGUAL OU DIFERIR  <*
      *>                EM UMA LETRA (TROCA, FALTA, SOBRA OU INVERSAO <*
      *>                DE VIZINHAS - GRAFIA E TRANSLITERACAO). A     <*
      *>                PONTUACAO E O PERCENTUAL DE PALAVRAS CASADAS  <*
      *>                SOBRE O MENOR DOS DOIS NOMES, COM NO MINIMO   <*
      *>                DUAS PALAVRAS QUANDO AMBOS TEM DUAS OU MAIS.  <*
      *>                PONTUACAO NO LIMIAR (PARAMETRO SANCLIMIAR,    <*
      *>                PADRAO 75) OU ACIMA VAI PARA A FILA DE        <*
      *>                REVISAO SANCFILA COMO PENDENTE. DEVOLVE N SEM <*
      *>                OCORRENCIA, S SUSPEITA NA FILA, C OCORRENCIA  <*
      *>                JA CONFIRMADA PELO COMPLIANCE OU I LISTA      <*
      *>                INDISPONIVEL. A LISTA E CARREGADA EM MEMORIA  <*
      *>                NA PRIMEIRA CHAMADA; QUEM RECARREGA A LISTA   <*
      *>                DA UM CANCEL NESTE MODULO                     <*
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
           SELECT SANCAO-FILE         ASSIGN TO "SANCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS SAN-CHAVE
               FILE STATUS        IS WRK-STATUS-SAN.

           SELECT FILA-FILE           ASSIGN TO "SANCFILA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SFL-CHAVE
               FILE STATUS        IS WRK-STATUS-FILA.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  SANCAO-FILE.
           COPY SANCAO-REG.

       FD  FILA-FILE.
           COPY SANCFILA-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-SAN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FILA        PIC X(02) VALUE SPACES.

       77  WRK-TABELA-CARREGADA   PIC X(01) VALUE "N".
           88 TABELA-CARREGADA        VALUE "S".
       77  WRK-LISTA-DISPONIVEL   PIC X(01) VALUE "N".
           88 LISTA-DISPONIVEL        VALUE "S".
       77  WRK-FIM-SAN            PIC X(01) VALUE "N".
           88 FIM-SAN                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-LIMIAR             PIC 9(03) VALUE 75.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-LIMIAR  REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-LIMIAR      PIC 9(03).
           02 FILLER               PIC X(17).

      *----------------------------------------------------------------*
      *>   LISTA EM MEMORIA, JA NORMALIZADA EM PALAVRAS                *
      *----------------------------------------------------------------*
       77  WRK-MAX-LISTA          PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-IGNORADOS     PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-LISTA.
           02 WRK-LST-ITEM  OCCURS 10000 TIMES
                             INDEXED BY WRK-LST-IDX.
               03 WRK-LST-FONTE        PIC X(04).
               03 WRK-LST-REFERENCIA   PIC X(12).
               03 WRK-LST-NOME         PIC X(60).
               03 WRK-LST-QTDE         PIC 9(01).
               03 WRK-LST-PALAVRA  OCCURS 6 TIMES.
                   04 WRK-LST-TEXTO    PIC X(15).
                   04 WRK-LST-TAM      PIC 9(02).

      *----------------------------------------------------------------*
      *>   AREA DE NORMALIZACAO: NOME DE TRABALHO E SUAS PALAVRAS      *
      *----------------------------------------------------------------*
       77  WRK-NOME-TRAB          PIC X(60) VALUE SPACES.
       77  WRK-POS                PIC 9(02) VALUE ZEROS.
       77  WRK-CARACTER           PIC X(01) VALUE SPACE.
       77  WRK-PALAVRA-ATUAL      PIC X(15) VALUE SPACES.
       77  WRK-TAM-ATUAL          PIC 9(02) VALUE ZEROS.
       01  WRK-PALAVRAS.
           02 WRK-PAL-QTDE         PIC 9(01).
           02 WRK-PAL-ITEM  OCCURS 6 TIMES.
               03 WRK-PAL-TEXTO    PIC X(15).
               03 WRK-PAL-TAM      PIC 9(02).

      *----------------------------------------------------------------*
      *>   PALAVRAS DO NOME TRIADO                                     *
      *----------------------------------------------------------------*
       01  WRK-NOME-TRIADO.
           02 WRK-NT-QTDE          PIC 9(01).
           02 WRK-NT-ITEM   OCCURS 6 TIMES.
               03 WRK-NT-TEXTO     PIC X(15).
               03 WRK-NT-TAM       PIC 9(02).
       77  WRK-NOME-TRUNCADO      PIC X(01) VALUE "N".
           88 NOME-TRUNCADO           VALUE "S".

      *----------------------------------------------------------------*
      *>   COMPARACAO                                                  *
      *----------------------------------------------------------------*
       77  WRK-I                  PIC 9(02) VALUE ZEROS.
       77  WRK-J                  PIC 9(02) VALUE ZEROS.
       77  WRK-K                  PIC 9(02) VALUE ZEROS.
       77  WRK-P                  PIC 9(02) VALUE ZEROS.
       77  WRK-Q                  PIC 9(02) VALUE ZEROS.
       77  WRK-CASADAS            PIC 9(02) VALUE ZEROS.
       77  WRK-MENOR              PIC 9(02) VALUE ZEROS.
       77  WRK-PONTUACAO          PIC 9(03) VALUE ZEROS.
       77  WRK-DIFERENCAS         PIC 9(02) VALUE ZEROS.
       77  WRK-PRIMEIRA-DIF       PIC 9(02) VALUE ZEROS.
       77  WRK-SEGUNDA-DIF        PIC 9(02) VALUE ZEROS.
       77  WRK-PALAVRA-A          PIC X(15) VALUE SPACES.
       77  WRK-TAM-A              PIC 9(02) VALUE ZEROS.
       77  WRK-PALAVRA-B          PIC X(15) VALUE SPACES.
       77  WRK-TAM-B              PIC 9(02) VALUE ZEROS.
       77  WRK-PALAVRA-LONGA      PIC X(15) VALUE SPACES.
       77  WRK-TAM-LONGA          PIC 9(02) VALUE ZEROS.
       77  WRK-PALAVRA-CURTA      PIC X(15) VALUE SPACES.
       77  WRK-TAM-CURTA          PIC 9(02) VALUE ZEROS.
       77  WRK-PALAVRA-CASOU      PIC X(01) VALUE "N".
           88 PALAVRA-CASOU           VALUE "S".
       77  WRK-SEMELHANTE         PIC X(01) VALUE "N".
           88 PALAVRAS-SEMELHANTES    VALUE "S".

      *================================================================*
       LINKAGE                                       SECTION.
      *================================================================*
       01  SAN_CLIENTE_IN           PIC X(11).
       01  SAN_ORIGEM_IN            PIC X(01).
       01  SAN_DOCUMENTO_IN         PIC X(14).
       01  SAN_NOME_IN              PIC X(40).
       01  SAN_RESULTADO            PIC X(01).
           88 SAN-SEM-OCORRENCIA        VALUE "N".
           88 SAN-SUSPEITA              VALUE "S".
           88 SAN-CONFIRMADA            VALUE "C".
           88 SAN-LISTA-INDISPONIVEL    VALUE "I".

      *================================================================*
       PROCEDURE                                     DIVISION
                   USING SAN_CLIENTE_IN SAN_ORIGEM_IN
                         SAN_DOCUMENTO_IN SAN_NOME_IN
                         SAN_RESULTADO.
      *================================================================*
       0000-MAINLINE.
           SET SAN-SEM-OCORRENCIA TO TRUE.

           IF NOT TABELA-CARREGADA
               PERFORM 1000-CARREGAR-LISTA
                   THRU 1000-CARREGAR-LISTA-EXIT
           END-IF.

           IF NOT LISTA-DISPONIVEL
               SET SAN-LISTA-INDISPONIVEL TO TRUE
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           MOVE SAN_NOME_IN TO WRK-NOME-TRAB.
           PERFORM 2000-NORMALIZAR-NOME THRU 2000-NORMALIZAR-NOME-EXIT.
           MOVE WRK-PALAVRAS TO WRK-NOME-TRIADO.
           IF WRK-NT-QTDE = ZEROS
               GO TO 0000-MAINLINE-EXIT
           END-IF.

      *>   CLIENTE_NOME TEM 20 POSICOES: NOME QUE OCUPA TODAS ELAS FOI
      *>   CORTADO NO CADASTRO E A ULTIMA PALAVRA PODE ESTAR PELA METADE
           MOVE "N" TO WRK-NOME-TRUNCADO.
           IF SAN_NOME_IN (20:1) NOT = SPACE
               AND SAN_NOME_IN (21:20) = SPACES
               SET NOME-TRUNCADO TO TRUE
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 3000-COMPARAR-ENTRADA THRU 3000-COMPARAR-ENTRADA-EXIT
               VARYING WRK-LST-IDX FROM 1 BY 1
               UNTIL WRK-LST-IDX > WRK-MAX-LISTA.
       0000-MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-CARREGAR-LISTA.
      *----------------------------------------------------------------*
           SET TABELA-CARREGADA TO TRUE.
           MOVE ZEROS TO WRK-MAX-LISTA WRK-QTDE-IGNORADOS.

           OPEN INPUT SANCAO-FILE.
           IF WRK-STATUS-SAN NOT = "00"
               CLOSE SANCAO-FILE
               GO TO 1000-CARREGAR-LISTA-EXIT
           END-IF.
           SET LISTA-DISPONIVEL TO TRUE.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "SANCLIMIAR" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-LIMIAR > ZEROS
               MOVE WRK-PARM-LIMIAR TO WRK-LIMIAR
           END-IF.

           MOVE "N" TO WRK-FIM-SAN.
           PERFORM 1100-LER-SANCAO THRU 1100-LER-SANCAO-EXIT.
           PERFORM 1200-GUARDAR-ENTRADA THRU 1200-GUARDAR-ENTRADA-EXIT
               UNTIL FIM-SAN.
           CLOSE SANCAO-FILE.

           IF WRK-QTDE-IGNORADOS > ZEROS
               DISPLAY "SANC-TRIA-08 TABELA DA LISTA DE SANCOES CHEIA, "
                   "ENTRADAS FORA DA TRIAGEM: " WRK-QTDE-IGNORADOS
           END-IF.
       1000-CARREGAR-LISTA-EXIT.
           EXIT.

       1100-LER-SANCAO.
           READ SANCAO-FILE NEXT RECORD
               AT END
                   SET FIM-SAN TO TRUE
           END-READ.
       1100-LER-SANCAO-EXIT.
           EXIT.

       1200-GUARDAR-ENTRADA.
           IF WRK-MAX-LISTA < 10000
               MOVE SAN_NOME TO WRK-NOME-TRAB
               PERFORM 2000-NORMALIZAR-NOME
                   THRU 2000-NORMALIZAR-NOME-EXIT
               IF WRK-PAL-QTDE > ZEROS
                   ADD 1 TO WRK-MAX-LISTA
                   SET WRK-LST-IDX TO WRK-MAX-LISTA
                   MOVE SAN_FONTE      TO WRK-LST-FONTE (WRK-LST-IDX)
                   MOVE SAN_REFERENCIA
                       TO WRK-LST-REFERENCIA (WRK-LST-IDX)
                   MOVE SAN_NOME       TO WRK-LST-NOME (WRK-LST-IDX)
                   MOVE WRK-PAL-QTDE   TO WRK-LST-QTDE (WRK-LST-IDX)
                   PERFORM 1250-GUARDAR-PALAVRA
                       THRU 1250-GUARDAR-PALAVRA-EXIT
                       VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > 6
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-IGNORADOS
           END-IF.

           PERFORM 1100-LER-SANCAO THRU 1100-LER-SANCAO-EXIT.
       1200-GUARDAR-ENTRADA-EXIT.
           EXIT.

       1250-GUARDAR-PALAVRA.
           MOVE WRK-PAL-TEXTO (WRK-I)
               TO WRK-LST-TEXTO (WRK-LST-IDX, WRK-I).
           MOVE WRK-PAL-TAM (WRK-I)
               TO WRK-LST-TAM (WRK-LST-IDX, WRK-I).
       1250-GUARDAR-PALAVRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NORMALIZA WRK-NOME-TRAB EM WRK-PALAVRAS: LETRAS E DIGITOS   *
      *>   FORMAM PALAVRAS, QUALQUER OUTRO CARACTER SEPARA. FICAM ATE  *
      *>   SEIS PALAVRAS DE ATE 15 LETRAS                              *
      *----------------------------------------------------------------*
       2000-NORMALIZAR-NOME.
      *----------------------------------------------------------------*
           INITIALIZE WRK-PALAVRAS.
           MOVE SPACES TO WRK-PALAVRA-ATUAL.
           MOVE ZEROS  TO WRK-TAM-ATUAL.

           INSPECT WRK-NOME-TRAB CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM 2100-EXAMINAR-CARACTER
               THRU 2100-EXAMINAR-CARACTER-EXIT
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 60.

           PERFORM 2200-FECHAR-PALAVRA THRU 2200-FECHAR-PALAVRA-EXIT.
       2000-NORMALIZAR-NOME-EXIT.
           EXIT.

       2100-EXAMINAR-CARACTER.
           MOVE WRK-NOME-TRAB (WRK-POS:1) TO WRK-CARACTER.
           IF (WRK-CARACTER IS ALPHABETIC-UPPER
               AND WRK-CARACTER NOT = SPACE)
               OR WRK-CARACTER IS NUMERIC
               IF WRK-TAM-ATUAL < 15
                   ADD 1 TO WRK-TAM-ATUAL
                   MOVE WRK-CARACTER
                       TO WRK-PALAVRA-ATUAL (WRK-TAM-ATUAL:1)
               END-IF
           ELSE
               PERFORM 2200-FECHAR-PALAVRA
                   THRU 2200-FECHAR-PALAVRA-EXIT
           END-IF.
       2100-EXAMINAR-CARACTER-EXIT.
           EXIT.

       2200-FECHAR-PALAVRA.
           IF WRK-TAM-ATUAL < 2
               GO TO 2200-FECHAR-PALAVRA-LIMPAR
           END-IF.
           IF WRK-PALAVRA-ATUAL = "DE" OR "DA" OR "DO" OR "DAS"
               OR "DOS"
               GO TO 2200-FECHAR-PALAVRA-LIMPAR
           END-IF.
           IF WRK-PAL-QTDE < 6
               ADD 1 TO WRK-PAL-QTDE
               MOVE WRK-PALAVRA-ATUAL TO WRK-PAL-TEXTO (WRK-PAL-QTDE)
               MOVE WRK-TAM-ATUAL     TO WRK-PAL-TAM (WRK-PAL-QTDE)
           END-IF.

       2200-FECHAR-PALAVRA-LIMPAR.
           MOVE SPACES TO WRK-PALAVRA-ATUAL.
           MOVE ZEROS  TO WRK-TAM-ATUAL.
       2200-FECHAR-PALAVRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PONTUA O NOME TRIADO CONTRA UMA ENTRADA DA LISTA            *
      *----------------------------------------------------------------*
       3000-COMPARAR-ENTRADA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-CASADAS.
           PERFORM 3100-CASAR-PALAVRA THRU 3100-CASAR-PALAVRA-EXIT
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-LST-QTDE (WRK-LST-IDX).

           IF WRK-CASADAS = ZEROS
               GO TO 3000-COMPARAR-ENTRADA-EXIT
           END-IF.

           IF WRK-NT-QTDE < WRK-LST-QTDE (WRK-LST-IDX)
               MOVE WRK-NT-QTDE TO WRK-MENOR
           ELSE
               MOVE WRK-LST-QTDE (WRK-LST-IDX) TO WRK-MENOR
           END-IF.

           IF WRK-MENOR > 1 AND WRK-CASADAS < 2
               GO TO 3000-COMPARAR-ENTRADA-EXIT
           END-IF.

           IF WRK-CASADAS NOT < WRK-MENOR
               MOVE 100 TO WRK-PONTUACAO
           ELSE
               COMPUTE WRK-PONTUACAO = WRK-CASADAS * 100 / WRK-MENOR
           END-IF.

           IF WRK-PONTUACAO NOT < WRK-LIMIAR
               PERFORM 5000-ENFILEIRAR THRU 5000-ENFILEIRAR-EXIT
           END-IF.
       3000-COMPARAR-ENTRADA-EXIT.
           EXIT.

       3100-CASAR-PALAVRA.
           MOVE "N" TO WRK-PALAVRA-CASOU.
           MOVE WRK-LST-TEXTO (WRK-LST-IDX, WRK-J) TO WRK-PALAVRA-B.
           MOVE WRK-LST-TAM (WRK-LST-IDX, WRK-J)   TO WRK-TAM-B.

           PERFORM 3200-TESTAR-PALAVRA THRU 3200-TESTAR-PALAVRA-EXIT
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-NT-QTDE OR PALAVRA-CASOU.

           IF PALAVRA-CASOU
               ADD 1 TO WRK-CASADAS
           END-IF.
       3100-CASAR-PALAVRA-EXIT.
           EXIT.

       3200-TESTAR-PALAVRA.
           MOVE WRK-NT-TEXTO (WRK-I) TO WRK-PALAVRA-A.
           MOVE WRK-NT-TAM (WRK-I)   TO WRK-TAM-A.
           PERFORM 4000-COMPARAR-PALAVRAS
               THRU 4000-COMPARAR-PALAVRAS-EXIT.
           IF PALAVRAS-SEMELHANTES
               SET PALAVRA-CASOU TO TRUE
           END-IF.
       3200-TESTAR-PALAVRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   WRK-PALAVRA-A (DO NOME) E WRK-PALAVRA-B (DA LISTA) SAO      *
      *>   SEMELHANTES SE IGUAIS; SE A DO NOME E A ULTIMA DE UM NOME   *
      *>   CORTADO E COMECA A DA LISTA; OU, COM QUATRO LETRAS OU MAIS, *
      *>   SE A DISTANCIA E DE UMA LETRA                               *
      *----------------------------------------------------------------*
       4000-COMPARAR-PALAVRAS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-SEMELHANTE.

           IF WRK-PALAVRA-A = WRK-PALAVRA-B
               SET PALAVRAS-SEMELHANTES TO TRUE
               GO TO 4000-COMPARAR-PALAVRAS-EXIT
           END-IF.

           IF NOME-TRUNCADO
               AND WRK-I = WRK-NT-QTDE
               AND WRK-TAM-A > 2
               AND WRK-TAM-A < WRK-TAM-B
               IF WRK-PALAVRA-A (1:WRK-TAM-A)
                   = WRK-PALAVRA-B (1:WRK-TAM-A)
                   SET PALAVRAS-SEMELHANTES TO TRUE
                   GO TO 4000-COMPARAR-PALAVRAS-EXIT
               END-IF
           END-IF.

           IF WRK-TAM-A < 4 OR WRK-TAM-B < 4
               GO TO 4000-COMPARAR-PALAVRAS-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WRK-TAM-A = WRK-TAM-B
                   PERFORM 4100-MESMO-TAMANHO
                       THRU 4100-MESMO-TAMANHO-EXIT
               WHEN WRK-TAM-A = WRK-TAM-B + 1
                   MOVE WRK-PALAVRA-A TO WRK-PALAVRA-LONGA
                   MOVE WRK-TAM-A     TO WRK-TAM-LONGA
                   MOVE WRK-PALAVRA-B TO WRK-PALAVRA-CURTA
                   MOVE WRK-TAM-B     TO WRK-TAM-CURTA
                   PERFORM 4300-UMA-LETRA-A-MAIS
                       THRU 4300-UMA-LETRA-A-MAIS-EXIT
               WHEN WRK-TAM-B = WRK-TAM-A + 1
                   MOVE WRK-PALAVRA-B TO WRK-PALAVRA-LONGA
                   MOVE WRK-TAM-B     TO WRK-TAM-LONGA
                   MOVE WRK-PALAVRA-A TO WRK-PALAVRA-CURTA
                   MOVE WRK-TAM-A     TO WRK-TAM-CURTA
                   PERFORM 4300-UMA-LETRA-A-MAIS
                       THRU 4300-UMA-LETRA-A-MAIS-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4000-COMPARAR-PALAVRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MESMO TAMANHO: UMA LETRA TROCADA OU DUAS VIZINHAS INVERTIDAS*
      *----------------------------------------------------------------*
       4100-MESMO-TAMANHO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-DIFERENCAS WRK-PRIMEIRA-DIF
               WRK-SEGUNDA-DIF.
           PERFORM 4150-CONTAR-DIFERENCA
               THRU 4150-CONTAR-DIFERENCA-EXIT
               VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K > WRK-TAM-A OR WRK-DIFERENCAS > 2.

           IF WRK-DIFERENCAS < 2
               SET PALAVRAS-SEMELHANTES TO TRUE
               GO TO 4100-MESMO-TAMANHO-EXIT
           END-IF.

           IF WRK-DIFERENCAS = 2
               AND WRK-SEGUNDA-DIF = WRK-PRIMEIRA-DIF + 1
               AND WRK-PALAVRA-A (WRK-PRIMEIRA-DIF:1)
                   = WRK-PALAVRA-B (WRK-SEGUNDA-DIF:1)
               AND WRK-PALAVRA-A (WRK-SEGUNDA-DIF:1)
                   = WRK-PALAVRA-B (WRK-PRIMEIRA-DIF:1)
               SET PALAVRAS-SEMELHANTES TO TRUE
           END-IF.
       4100-MESMO-TAMANHO-EXIT.
           EXIT.

       4150-CONTAR-DIFERENCA.
           IF WRK-PALAVRA-A (WRK-K:1) NOT = WRK-PALAVRA-B (WRK-K:1)
               ADD 1 TO WRK-DIFERENCAS
               IF WRK-DIFERENCAS = 1
                   MOVE WRK-K TO WRK-PRIMEIRA-DIF
               ELSE
                   MOVE WRK-K TO WRK-SEGUNDA-DIF
               END-IF
           END-IF.
       4150-CONTAR-DIFERENCA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A PALAVRA LONGA TEM UMA LETRA A MAIS: PERCORRE AS DUAS E    *
      *>   ADMITE PULAR UMA UNICA LETRA DA LONGA                       *
      *----------------------------------------------------------------*
       4300-UMA-LETRA-A-MAIS.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-P.
           MOVE 1 TO WRK-Q.
           MOVE ZEROS TO WRK-DIFERENCAS.
           PERFORM 4350-AVANCAR-LETRA THRU 4350-AVANCAR-LETRA-EXIT
               UNTIL WRK-Q > WRK-TAM-CURTA OR WRK-DIFERENCAS > 1.

           IF WRK-DIFERENCAS < 2
               SET PALAVRAS-SEMELHANTES TO TRUE
           END-IF.
       4300-UMA-LETRA-A-MAIS-EXIT.
           EXIT.

       4350-AVANCAR-LETRA.
           IF WRK-PALAVRA-LONGA (WRK-P:1) = WRK-PALAVRA-CURTA (WRK-Q:1)
               ADD 1 TO WRK-P
               ADD 1 TO WRK-Q
           ELSE
               ADD 1 TO WRK-DIFERENCAS
               ADD 1 TO WRK-P
           END-IF.
       4350-AVANCAR-LETRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRAVA A SUSPEITA NA FILA. OCORRENCIA JA EXISTENTE NAO E     *
      *>   REGRAVADA: PENDENTE CONTINUA PENDENTE, CONFIRMADA DEVOLVE C *
      *>   E FALSO POSITIVO JA DECIDIDO NAO VOLTA A FILA               *
      *----------------------------------------------------------------*
       5000-ENFILEIRAR.
      *----------------------------------------------------------------*
           OPEN I-O FILA-FILE.
           IF WRK-STATUS-FILA = "35"
               CLOSE FILA-FILE
               OPEN OUTPUT FILA-FILE
               CLOSE FILA-FILE
               OPEN I-O FILA-FILE
           END-IF.

           MOVE SAN_CLIENTE_IN    TO SFL_CLIENTE.
           MOVE SAN_ORIGEM_IN     TO SFL_ORIGEM.
           MOVE SAN_DOCUMENTO_IN  TO SFL_DOCUMENTO.
           MOVE WRK-LST-FONTE (WRK-LST-IDX)      TO SFL_FONTE.
           MOVE WRK-LST-REFERENCIA (WRK-LST-IDX) TO SFL_REFERENCIA.
           READ FILA-FILE
               INVALID KEY
                   MOVE SAN_NOME_IN   TO SFL_NOME
                   MOVE WRK-LST-NOME (WRK-LST-IDX) TO SFL_NOME_LISTA
                   MOVE WRK-PONTUACAO TO SFL_PONTUACAO
                   MOVE WRK-DATA-HOJE TO SFL_DATA_INCLUSAO
                   SET SFL-PENDENTE TO TRUE
                   MOVE ZEROS         TO SFL_DATA_DECISAO
                   MOVE SPACES        TO SFL_OPERADOR
                   WRITE SANCFILA-REG
           END-READ.

           EVALUATE TRUE
               WHEN SFL-CONFIRMADA
                   SET SAN-CONFIRMADA TO TRUE
               WHEN SFL-PENDENTE
                   IF NOT SAN-CONFIRMADA
                       SET SAN-SUSPEITA TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE FILA-FILE.
       5000-ENFILEIRAR-EXIT.
           EXIT.
