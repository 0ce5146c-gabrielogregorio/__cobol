      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. NUMERARIO-FECHA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : FECHAMENTO DIARIO DO NUMERARIO DOS CAIXAS DE   <*
      *>                AGENCIA. O ARQUIVO CAIXAMOV, DIGITADO NAS     <*
      *>                FILIAIS, TRAZ POR FILIAL E OPERADOR O FUNDO   <*
      *>                DE TROCO DE ABERTURA (A), OS SUPRIMENTOS DO   <*
      *>                COFRE PARA O CAIXA (S), OS RECOLHIMENTOS DO   <*
      *>                CAIXA PARA O COFRE (R), A CONTAGEM DE         <*
      *>                FECHAMENTO (F) E AS ENTRADAS/SAIDAS EXTERNAS  <*
      *>                DO PROPRIO COFRE (E/X, OPERADOR EM BRANCO).   <*
      *>                AS ENTRADAS E SAIDAS EM ESPECIE DO CAIXA VEM  <*
      *>                DO MOVIMENTO DO DIA (ACUMTRANS, QUE APOS O    <*
      *>                CICLO FINAL TRAZ O DIA INTEIRO DE ACUMDIA):   <*
      *>                CANAL AGE, CARIMBO TRANS_FILIAL E             <*
      *>                TRANS_OPERADOR, CODIGOS DE DEPOSITO EM        <*
      *>                ESPECIE (PARAMETRO NUMCODENT, PADRAO DEPE) E  <*
      *>                DE SAQUE EM ESPECIE (NUMCODSAI, PADRAO SAQE), <*
      *>                ATE CINCO CODIGOS EM CADA. O ESPERADO NA      <*
      *>                GAVETA E ABERTURA + SUPRIMENTOS -             <*
      *>                RECOLHIMENTOS + ENTRADAS - SAIDAS; A          <*
      *>                DIFERENCA PARA A CONTAGEM E QUEBRA (FALTA) OU <*
      *>                SOBRA DE CAIXA. DIFERENCA ACIMA DA TOLERANCIA <*
      *>                (NUMTOLER, PADRAO R$ 10,00) OU CAIXA COM      <*
      *>                MOVIMENTO SEM CONTAGEM GERAM ALERTA NA        <*
      *>                CENTRAL OPALERT (MENSAGEM-EMITE.COB, CODIGOS  <*
      *>                NUM0001 E NUM0002) E RETURN-CODE 4. A POSICAO <*
      *>                DO COFRE DE CADA FILIAL (COFREMST) PARTE DO   <*
      *>                FECHAMENTO ANTERIOR, PERDE FUNDOS DE TROCO E  <*
      *>                SUPRIMENTOS, RECEBE RECOLHIMENTOS E A         <*
      *>                CONTAGEM DE FECHAMENTO DE CADA CAIXA (O       <*
      *>                NUMERARIO DORME NO COFRE) E OS MOVIMENTOS     <*
      *>                EXTERNOS. RELATORIO EM NUMREL. SO OS          <*
      *>                REGISTROS DE CAIXAMOV DATADOS DE HOJE CONTAM  <*
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
           SELECT CAIXA-FILE          ASSIGN TO "CAIXAMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CAIXA.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT COFRE-FILE          ASSIGN TO "COFREMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS COF_FILIAL
               FILE STATUS        IS WRK-STATUS-COFRE.

           SELECT RELATORIO-FILE      ASSIGN TO "NUMREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CAIXA-FILE.
       01  CAIXA-REG.
           02 CXM-DATA            PIC 9(08).
           02 CXM-FILIAL          PIC 9(04).
           02 CXM-OPERADOR        PIC X(08).
           02 CXM-TIPO            PIC X(01).
               88 CXM-ABERTURA        VALUE "A".
               88 CXM-SUPRIMENTO      VALUE "S".
               88 CXM-RECOLHIMENTO    VALUE "R".
               88 CXM-CONTAGEM        VALUE "F".
               88 CXM-COFRE-ENTRADA   VALUE "E".
               88 CXM-COFRE-SAIDA     VALUE "X".
           02 CXM-VALOR           PIC 9(09)V99.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  COFRE-FILE.
           COPY COFRE-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CAIXA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-COFRE       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-CAIXA          PIC X(01) VALUE "N".
           88 FIM-CAIXA               VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-ACHOU              PIC X(01) VALUE "N".
           88 ACHOU                   VALUE "S".
       77  WRK-ESPECIE            PIC X(01) VALUE SPACE.
           88 ESPECIE-ENTRADA         VALUE "E".
           88 ESPECIE-SAIDA           VALUE "S".
       77  WRK-COFRE-EXISTE       PIC X(01) VALUE "N".
           88 COFRE-EXISTE            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-FILIAL             PIC 9(04) VALUE ZEROS.
       77  WRK-OPERADOR           PIC X(08) VALUE SPACES.
       77  WRK-TOLERANCIA         PIC 9(07)V99 VALUE 10.
       77  WRK-ESPERADO           PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA-ABS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-COD-IDX            PIC 9(02) VALUE ZEROS.

       77  WRK-QTDE-CAIXAMOV      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OUTRA-DATA    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INVALIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESPECIE       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CAIXAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-QUEBRAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SOBRAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CONTAGEM  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALERTAS       PIC 9(07) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-REAIS   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-REAIS9      PIC 9(07)V99.
           02 FILLER               PIC X(11).

       77  WRK-MSG-CODIGO         PIC X(07) VALUE SPACES.
       01  WRK-MSG-COMPLEMENTO.
           02 FILLER               PIC X(04) VALUE "FIL ".
           02 WRK-MC-FILIAL        PIC 9(04).
           02 FILLER               PIC X(06) VALUE " OPER ".
           02 WRK-MC-OPERADOR      PIC X(08).
           02 FILLER               PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   CODIGOS DE TRANSACAO EM ESPECIE (ATE CINCO DE CADA LADO)    *
      *----------------------------------------------------------------*
       01  WRK-CODIGOS-ENTRADA    PIC X(20) VALUE "DEPE".
       01  WRK-TAB-ENTRADA        REDEFINES WRK-CODIGOS-ENTRADA.
           02 WRK-COD-ENTRADA      OCCURS 5 TIMES PIC X(04).
       01  WRK-CODIGOS-SAIDA      PIC X(20) VALUE "SAQE".
       01  WRK-TAB-SAIDA          REDEFINES WRK-CODIGOS-SAIDA.
           02 WRK-COD-SAIDA        OCCURS 5 TIMES PIC X(04).

      *----------------------------------------------------------------*
      *>   GAVETA DE CADA CAIXA (FILIAL + OPERADOR)                    *
      *----------------------------------------------------------------*
       77  WRK-MAX-CAIXAS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CAIXAS.
           02 WRK-CX-ITEM  OCCURS 1000 TIMES
                            INDEXED BY WRK-CX-IDX.
               03 WRK-CX-FILIAL        PIC 9(04).
               03 WRK-CX-OPERADOR      PIC X(08).
               03 WRK-CX-ABERTURA      PIC 9(11)V99.
               03 WRK-CX-SUPRIMENTO    PIC 9(11)V99.
               03 WRK-CX-RECOLHIMENTO  PIC 9(11)V99.
               03 WRK-CX-ENTRADAS      PIC 9(11)V99.
               03 WRK-CX-SAIDAS        PIC 9(11)V99.
               03 WRK-CX-CONTADO       PIC 9(11)V99.
               03 WRK-CX-TEM-CONTAGEM  PIC X(01).

      *----------------------------------------------------------------*
      *>   MOVIMENTO DO COFRE DE CADA FILIAL NO DIA                    *
      *----------------------------------------------------------------*
       77  WRK-MAX-COFRES         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-COFRES.
           02 WRK-CF-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-CF-IDX.
               03 WRK-CF-FILIAL        PIC 9(04).
               03 WRK-CF-PARA-CAIXAS   PIC 9(11)V99.
               03 WRK-CF-DOS-CAIXAS    PIC 9(11)V99.
               03 WRK-CF-ENTRADA-EXT   PIC 9(11)V99.
               03 WRK-CF-SAIDA-EXT     PIC 9(11)V99.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CABEC-CAIXA.
           02 FILLER               PIC X(44) VALUE
               "FIL  OPERADOR       ABERTURA    SUPRIM.    ".
           02 FILLER               PIC X(44) VALUE
               "RECOLH.    ENTRADAS     SAIDAS     ESPERADO ".
           02 FILLER               PIC X(44) VALUE
               "    CONTADO    DIFERENCA SITUACAO".

       01  WRK-LINHA-CAIXA.
           02 WRK-LC-FILIAL        PIC 9(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-OPERADOR      PIC X(08).
           02 WRK-LC-ABERTURA      PIC Z(8)9.99.
           02 WRK-LC-SUPRIMENTO    PIC Z(8)9.99.
           02 WRK-LC-RECOLHIMENTO  PIC Z(8)9.99.
           02 WRK-LC-ENTRADAS      PIC Z(8)9.99.
           02 WRK-LC-SAIDAS        PIC Z(8)9.99.
           02 WRK-LC-ESPERADO      PIC -(9)9.99.
           02 WRK-LC-CONTADO       PIC Z(9)9.99.
           02 WRK-LC-DIFERENCA     PIC -(9)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LC-SITUACAO      PIC X(14).

       01  WRK-LINHA-COFRE.
           02 FILLER               PIC X(13) VALUE "COFRE FILIAL ".
           02 WRK-LF-FILIAL        PIC 9(04).
           02 FILLER               PIC X(06) VALUE " ANT. ".
           02 WRK-LF-ANTERIOR      PIC -(10)9.99.
           02 FILLER               PIC X(09) VALUE " P/CAIXA ".
           02 WRK-LF-PARA-CAIXAS   PIC Z(10)9.99.
           02 FILLER               PIC X(09) VALUE " D/CAIXA ".
           02 WRK-LF-DOS-CAIXAS    PIC Z(10)9.99.
           02 FILLER               PIC X(06) VALUE " EXT. ".
           02 WRK-LF-EXTERNO       PIC -(10)9.99.
           02 FILLER               PIC X(08) VALUE " POSIC. ".
           02 WRK-LF-POSICAO       PIC -(10)9.99.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-CAIXAMOV      THRU 2000-LER-CAIXAMOV-EXIT
               UNTIL FIM-CAIXA.
           PERFORM 3000-LER-MOVIMENTO     THRU 3000-LER-MOVIMENTO-EXIT
               UNTIL FIM-TRANS.
           PERFORM 4000-FECHAR-CAIXAS     THRU 4000-FECHAR-CAIXAS-EXIT.
           PERFORM 5000-POSICAO-COFRES    THRU 5000-POSICAO-COFRES-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "NUMTOLER" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:9) IS NUMERIC
               MOVE WRK-PARM-REAIS9 TO WRK-TOLERANCIA
           END-IF.

           MOVE "NUMCODENT" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR NOT = SPACES
               MOVE WRK-PARM-VALOR TO WRK-CODIGOS-ENTRADA
           END-IF.

           MOVE "NUMCODSAI" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR NOT = SPACES
               MOVE WRK-PARM-VALOR TO WRK-CODIGOS-SAIDA
           END-IF.

           OPEN INPUT CAIXA-FILE.
           IF WRK-STATUS-CAIXA NOT = "00"
               DISPLAY "NUMERARIO-FECHA: CAIXAMOV AUSENTE - SO O "
                   "MOVIMENTO EM ESPECIE SERA APURADO"
               SET FIM-CAIXA TO TRUE
           END-IF.

           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
           END-IF.

           OPEN I-O COFRE-FILE.
           IF WRK-STATUS-COFRE = "35"
               OPEN OUTPUT COFRE-FILE
               CLOSE COFRE-FILE
               OPEN I-O COFRE-FILE
           END-IF.
           IF WRK-STATUS-COFRE NOT = "00"
               DISPLAY "NUMERARIO-FECHA: COFREMST INDISPONIVEL, STATUS "
                   WRK-STATUS-COFRE " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "FECHAMENTO DE NUMERARIO DOS CAIXAS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LANCAMENTOS DE GAVETA E DE COFRE DIGITADOS NAS FILIAIS      *
      *----------------------------------------------------------------*
       2000-LER-CAIXAMOV.
      *----------------------------------------------------------------*
           READ CAIXA-FILE.
           IF WRK-STATUS-CAIXA NOT = "00"
               SET FIM-CAIXA TO TRUE
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CAIXAMOV.
           IF CXM-DATA NOT = WRK-DATA-HOJE
               ADD 1 TO WRK-QTDE-OUTRA-DATA
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.
           IF CXM-FILIAL IS NOT NUMERIC
               OR CXM-VALOR IS NOT NUMERIC
               ADD 1 TO WRK-QTDE-INVALIDOS
               DISPLAY "CAIXAMOV INVALIDO IGNORADO: " CAIXA-REG
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.

           MOVE CXM-FILIAL TO WRK-FILIAL.
           PERFORM 6100-ACHAR-COFRE THRU 6100-ACHAR-COFRE-EXIT.
           IF NOT ACHOU
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.

           IF CXM-COFRE-ENTRADA
               ADD CXM-VALOR TO WRK-CF-ENTRADA-EXT (WRK-CF-IDX)
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.
           IF CXM-COFRE-SAIDA
               ADD CXM-VALOR TO WRK-CF-SAIDA-EXT (WRK-CF-IDX)
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.

           IF CXM-OPERADOR = SPACES
               OR NOT (CXM-ABERTURA OR CXM-SUPRIMENTO
                       OR CXM-RECOLHIMENTO OR CXM-CONTAGEM)
               ADD 1 TO WRK-QTDE-INVALIDOS
               DISPLAY "CAIXAMOV INVALIDO IGNORADO: " CAIXA-REG
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.

           MOVE CXM-OPERADOR TO WRK-OPERADOR.
           PERFORM 6000-ACHAR-CAIXA THRU 6000-ACHAR-CAIXA-EXIT.
           IF NOT ACHOU
               GO TO 2000-LER-CAIXAMOV-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CXM-ABERTURA
                   ADD CXM-VALOR TO WRK-CX-ABERTURA (WRK-CX-IDX)
                   ADD CXM-VALOR TO WRK-CF-PARA-CAIXAS (WRK-CF-IDX)
               WHEN CXM-SUPRIMENTO
                   ADD CXM-VALOR TO WRK-CX-SUPRIMENTO (WRK-CX-IDX)
                   ADD CXM-VALOR TO WRK-CF-PARA-CAIXAS (WRK-CF-IDX)
               WHEN CXM-RECOLHIMENTO
                   ADD CXM-VALOR TO WRK-CX-RECOLHIMENTO (WRK-CX-IDX)
                   ADD CXM-VALOR TO WRK-CF-DOS-CAIXAS (WRK-CF-IDX)
               WHEN CXM-CONTAGEM
                   MOVE CXM-VALOR TO WRK-CX-CONTADO (WRK-CX-IDX)
                   MOVE "S" TO WRK-CX-TEM-CONTAGEM (WRK-CX-IDX)
           END-EVALUATE.
       2000-LER-CAIXAMOV-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ENTRADAS E SAIDAS EM ESPECIE NO GUICHE: CANAL AGE COM       *
      *>   OPERADOR IDENTIFICADO E CODIGO DE ESPECIE                   *
      *----------------------------------------------------------------*
       3000-LER-MOVIMENTO.
      *----------------------------------------------------------------*
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
               GO TO 3000-LER-MOVIMENTO-EXIT
           END-IF.

           IF TRANS_CANAL NOT = "AGE"
               OR TRANS_OPERADOR = SPACES
               OR TRANS_CODIGO = SPACES
               GO TO 3000-LER-MOVIMENTO-EXIT
           END-IF.

           MOVE SPACE TO WRK-ESPECIE.
           PERFORM 3100-CLASSIFICAR-CODIGO
               THRU 3100-CLASSIFICAR-CODIGO-EXIT
               VARYING WRK-COD-IDX FROM 1 BY 1
               UNTIL WRK-COD-IDX > 5
                  OR WRK-ESPECIE NOT = SPACE.
           IF WRK-ESPECIE = SPACE
               GO TO 3000-LER-MOVIMENTO-EXIT
           END-IF.

           MOVE TRANS_FILIAL   TO WRK-FILIAL.
           MOVE TRANS_OPERADOR TO WRK-OPERADOR.
           PERFORM 6100-ACHAR-COFRE THRU 6100-ACHAR-COFRE-EXIT.
           IF NOT ACHOU
               GO TO 3000-LER-MOVIMENTO-EXIT
           END-IF.
           PERFORM 6000-ACHAR-CAIXA THRU 6000-ACHAR-CAIXA-EXIT.
           IF NOT ACHOU
               GO TO 3000-LER-MOVIMENTO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ESPECIE.
           IF ESPECIE-ENTRADA
               ADD TRANS_VALOR TO WRK-CX-ENTRADAS (WRK-CX-IDX)
           ELSE
               ADD TRANS_VALOR TO WRK-CX-SAIDAS (WRK-CX-IDX)
           END-IF.
       3000-LER-MOVIMENTO-EXIT.
           EXIT.

       3100-CLASSIFICAR-CODIGO.
           IF WRK-COD-ENTRADA (WRK-COD-IDX) NOT = SPACES
               AND WRK-COD-ENTRADA (WRK-COD-IDX) = TRANS_CODIGO
               SET ESPECIE-ENTRADA TO TRUE
           END-IF.
           IF WRK-COD-SAIDA (WRK-COD-IDX) NOT = SPACES
               AND WRK-COD-SAIDA (WRK-COD-IDX) = TRANS_CODIGO
               SET ESPECIE-SAIDA TO TRUE
           END-IF.
       3100-CLASSIFICAR-CODIGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONFERENCIA DE CADA GAVETA; O CONTADO VOLTA PARA O COFRE    *
      *----------------------------------------------------------------*
       4000-FECHAR-CAIXAS.
      *----------------------------------------------------------------*
           MOVE "GAVETAS DOS CAIXAS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-LINHA-CABEC-CAIXA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 4100-CONFERIR-GAVETA THRU 4100-CONFERIR-GAVETA-EXIT
               VARYING WRK-CX-IDX FROM 1 BY 1
               UNTIL WRK-CX-IDX > WRK-MAX-CAIXAS.
       4000-FECHAR-CAIXAS-EXIT.
           EXIT.

       4100-CONFERIR-GAVETA.
           ADD 1 TO WRK-QTDE-CAIXAS.
           COMPUTE WRK-ESPERADO =
               WRK-CX-ABERTURA (WRK-CX-IDX)
               + WRK-CX-SUPRIMENTO (WRK-CX-IDX)
               - WRK-CX-RECOLHIMENTO (WRK-CX-IDX)
               + WRK-CX-ENTRADAS (WRK-CX-IDX)
               - WRK-CX-SAIDAS (WRK-CX-IDX).

           MOVE WRK-CX-FILIAL (WRK-CX-IDX)       TO WRK-LC-FILIAL.
           MOVE WRK-CX-OPERADOR (WRK-CX-IDX)     TO WRK-LC-OPERADOR.
           MOVE WRK-CX-ABERTURA (WRK-CX-IDX)     TO WRK-LC-ABERTURA.
           MOVE WRK-CX-SUPRIMENTO (WRK-CX-IDX)   TO WRK-LC-SUPRIMENTO.
           MOVE WRK-CX-RECOLHIMENTO (WRK-CX-IDX) TO
               WRK-LC-RECOLHIMENTO.
           MOVE WRK-CX-ENTRADAS (WRK-CX-IDX)     TO WRK-LC-ENTRADAS.
           MOVE WRK-CX-SAIDAS (WRK-CX-IDX)       TO WRK-LC-SAIDAS.
           MOVE WRK-ESPERADO                     TO WRK-LC-ESPERADO.
           MOVE WRK-CX-CONTADO (WRK-CX-IDX)      TO WRK-LC-CONTADO.

           MOVE WRK-CX-FILIAL (WRK-CX-IDX)   TO WRK-MC-FILIAL.
           MOVE WRK-CX-OPERADOR (WRK-CX-IDX) TO WRK-MC-OPERADOR.

           IF WRK-CX-TEM-CONTAGEM (WRK-CX-IDX) NOT = "S"
               ADD 1 TO WRK-QTDE-SEM-CONTAGEM
               MOVE ZEROS            TO WRK-LC-DIFERENCA
               MOVE "SEM CONTAGEM"   TO WRK-LC-SITUACAO
               MOVE "NUM0002"        TO WRK-MSG-CODIGO
               PERFORM 7000-ALERTAR THRU 7000-ALERTAR-EXIT
               GO TO 4100-IMPRIMIR
           END-IF.

           MOVE WRK-CX-FILIAL (WRK-CX-IDX) TO WRK-FILIAL.
           PERFORM 6100-ACHAR-COFRE THRU 6100-ACHAR-COFRE-EXIT.
           IF ACHOU
               ADD WRK-CX-CONTADO (WRK-CX-IDX)
                   TO WRK-CF-DOS-CAIXAS (WRK-CF-IDX)
           END-IF.

           COMPUTE WRK-DIFERENCA =
               WRK-CX-CONTADO (WRK-CX-IDX) - WRK-ESPERADO.
           MOVE WRK-DIFERENCA TO WRK-LC-DIFERENCA.
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-DIFERENCA-ABS = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ABS
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIFERENCA = ZEROS
                   MOVE "CONFERE"        TO WRK-LC-SITUACAO
               WHEN WRK-DIFERENCA < ZEROS
                   ADD 1 TO WRK-QTDE-QUEBRAS
                   MOVE "QUEBRA"         TO WRK-LC-SITUACAO
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-SOBRAS
                   MOVE "SOBRA"          TO WRK-LC-SITUACAO
           END-EVALUATE.

           IF WRK-DIFERENCA-ABS > WRK-TOLERANCIA
               MOVE "NUM0001" TO WRK-MSG-CODIGO
               PERFORM 7000-ALERTAR THRU 7000-ALERTAR-EXIT
               MOVE "*" TO WRK-LC-SITUACAO (14:1)
           END-IF.

       4100-IMPRIMIR.
           MOVE WRK-LINHA-CAIXA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       4100-CONFERIR-GAVETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   POSICAO DO COFRE: FECHAMENTO ANTERIOR - FUNDOS E            *
      *>   SUPRIMENTOS + RECOLHIMENTOS E CONTAGENS + ENTRADAS -        *
      *>   SAIDAS EXTERNAS                                             *
      *----------------------------------------------------------------*
       5000-POSICAO-COFRES.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "POSICAO DOS COFRES POR FILIAL" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 5100-ATUALIZAR-COFRE THRU 5100-ATUALIZAR-COFRE-EXIT
               VARYING WRK-CF-IDX FROM 1 BY 1
               UNTIL WRK-CF-IDX > WRK-MAX-COFRES.
       5000-POSICAO-COFRES-EXIT.
           EXIT.

       5100-ATUALIZAR-COFRE.
           MOVE WRK-CF-FILIAL (WRK-CF-IDX) TO COF_FILIAL.
           MOVE "S" TO WRK-COFRE-EXISTE.
           READ COFRE-FILE
               INVALID KEY
                   MOVE "N" TO WRK-COFRE-EXISTE
                   MOVE WRK-CF-FILIAL (WRK-CF-IDX) TO COF_FILIAL
                   MOVE ZEROS TO COF_DATA_POSICAO
                   MOVE ZEROS TO COF_SALDO_ABERTURA
                   MOVE ZEROS TO COF_SALDO_FECHAMENTO
           END-READ.

           IF COF_DATA_POSICAO NOT = WRK-DATA-HOJE
               MOVE COF_SALDO_FECHAMENTO TO COF_SALDO_ABERTURA
               MOVE WRK-DATA-HOJE        TO COF_DATA_POSICAO
           END-IF.

           COMPUTE COF_SALDO_FECHAMENTO =
               COF_SALDO_ABERTURA
               - WRK-CF-PARA-CAIXAS (WRK-CF-IDX)
               + WRK-CF-DOS-CAIXAS (WRK-CF-IDX)
               + WRK-CF-ENTRADA-EXT (WRK-CF-IDX)
               - WRK-CF-SAIDA-EXT (WRK-CF-IDX).

           IF COFRE-EXISTE
               REWRITE COFRE-REG
           ELSE
               WRITE COFRE-REG
           END-IF.
           IF WRK-STATUS-COFRE NOT = "00"
               DISPLAY "NUMERARIO-FECHA: ERRO AO GRAVAR COFREMST "
                   COF_FILIAL " STATUS " WRK-STATUS-COFRE
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE COF_FILIAL                       TO WRK-LF-FILIAL.
           MOVE COF_SALDO_ABERTURA               TO WRK-LF-ANTERIOR.
           MOVE WRK-CF-PARA-CAIXAS (WRK-CF-IDX)  TO WRK-LF-PARA-CAIXAS.
           MOVE WRK-CF-DOS-CAIXAS (WRK-CF-IDX)   TO WRK-LF-DOS-CAIXAS.
           COMPUTE WRK-LF-EXTERNO =
               WRK-CF-ENTRADA-EXT (WRK-CF-IDX)
               - WRK-CF-SAIDA-EXT (WRK-CF-IDX).
           MOVE COF_SALDO_FECHAMENTO             TO WRK-LF-POSICAO.
           MOVE WRK-LINHA-COFRE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5100-ATUALIZAR-COFRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-ACHAR-CAIXA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           SET WRK-CX-IDX TO 1.
           SEARCH WRK-CX-ITEM
               VARYING WRK-CX-IDX
               AT END
                   CONTINUE
               WHEN WRK-CX-IDX > WRK-MAX-CAIXAS
                   CONTINUE
               WHEN WRK-CX-FILIAL (WRK-CX-IDX) = WRK-FILIAL
                   AND WRK-CX-OPERADOR (WRK-CX-IDX) = WRK-OPERADOR
                   SET ACHOU TO TRUE
           END-SEARCH.
           IF ACHOU
               GO TO 6000-ACHAR-CAIXA-EXIT
           END-IF.

           IF WRK-MAX-CAIXAS = 1000
               DISPLAY "TABELA DE CAIXAS CHEIA, FILIAL " WRK-FILIAL
                   " OPERADOR " WRK-OPERADOR " FICOU DE FORA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 6000-ACHAR-CAIXA-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-CAIXAS.
           SET WRK-CX-IDX TO WRK-MAX-CAIXAS.
           MOVE WRK-FILIAL   TO WRK-CX-FILIAL (WRK-CX-IDX).
           MOVE WRK-OPERADOR TO WRK-CX-OPERADOR (WRK-CX-IDX).
           MOVE ZEROS        TO WRK-CX-ABERTURA (WRK-CX-IDX).
           MOVE ZEROS        TO WRK-CX-SUPRIMENTO (WRK-CX-IDX).
           MOVE ZEROS        TO WRK-CX-RECOLHIMENTO (WRK-CX-IDX).
           MOVE ZEROS        TO WRK-CX-ENTRADAS (WRK-CX-IDX).
           MOVE ZEROS        TO WRK-CX-SAIDAS (WRK-CX-IDX).
           MOVE ZEROS        TO WRK-CX-CONTADO (WRK-CX-IDX).
           MOVE "N"          TO WRK-CX-TEM-CONTAGEM (WRK-CX-IDX).
           SET ACHOU TO TRUE.
       6000-ACHAR-CAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6100-ACHAR-COFRE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           SET WRK-CF-IDX TO 1.
           SEARCH WRK-CF-ITEM
               VARYING WRK-CF-IDX
               AT END
                   CONTINUE
               WHEN WRK-CF-IDX > WRK-MAX-COFRES
                   CONTINUE
               WHEN WRK-CF-FILIAL (WRK-CF-IDX) = WRK-FILIAL
                   SET ACHOU TO TRUE
           END-SEARCH.
           IF ACHOU
               GO TO 6100-ACHAR-COFRE-EXIT
           END-IF.

           IF WRK-MAX-COFRES = 500
               DISPLAY "TABELA DE COFRES CHEIA, FILIAL " WRK-FILIAL
                   " FICOU DE FORA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 6100-ACHAR-COFRE-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-COFRES.
           SET WRK-CF-IDX TO WRK-MAX-COFRES.
           MOVE WRK-FILIAL TO WRK-CF-FILIAL (WRK-CF-IDX).
           MOVE ZEROS      TO WRK-CF-PARA-CAIXAS (WRK-CF-IDX).
           MOVE ZEROS      TO WRK-CF-DOS-CAIXAS (WRK-CF-IDX).
           MOVE ZEROS      TO WRK-CF-ENTRADA-EXT (WRK-CF-IDX).
           MOVE ZEROS      TO WRK-CF-SAIDA-EXT (WRK-CF-IDX).
           SET ACHOU TO TRUE.
       6100-ACHAR-COFRE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ALERTA NA CENTRAL OPALERT PELO EMISSOR COMUM DE MENSAGENS   *
      *----------------------------------------------------------------*
       7000-ALERTAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-ALERTAS.
           CALL "MENSAGEM-EMITE" USING WRK-MSG-CODIGO
               WRK-MSG-COMPLEMENTO
               ON EXCEPTION
                   DISPLAY WRK-MSG-CODIGO " " WRK-MSG-COMPLEMENTO
           END-CALL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       7000-ALERTAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CAIXA-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE COFRE-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== FECHAMENTO DE NUMERARIO =====".
           DISPLAY "REGISTROS CAIXAMOV...: " WRK-QTDE-CAIXAMOV.
           DISPLAY "DE OUTRA DATA........: " WRK-QTDE-OUTRA-DATA.
           DISPLAY "INVALIDOS............: " WRK-QTDE-INVALIDOS.
           DISPLAY "MOVIMENTOS EM ESPECIE: " WRK-QTDE-ESPECIE.
           DISPLAY "CAIXAS CONFERIDOS....: " WRK-QTDE-CAIXAS.
           DISPLAY "QUEBRAS DE CAIXA.....: " WRK-QTDE-QUEBRAS.
           DISPLAY "SOBRAS DE CAIXA......: " WRK-QTDE-SOBRAS.
           DISPLAY "SEM CONTAGEM.........: " WRK-QTDE-SEM-CONTAGEM.
           DISPLAY "ALERTAS EMITIDOS.....: " WRK-QTDE-ALERTAS.
           DISPLAY "COFRES ATUALIZADOS...: " WRK-MAX-COFRES.
       9000-FINALIZAR-EXIT.
           EXIT.
