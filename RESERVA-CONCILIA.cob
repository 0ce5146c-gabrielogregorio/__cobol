      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RESERVA-CONCILIA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONCILIACAO DIARIA DA CONTA RESERVAS NO BANCO  <*
      *>                CENTRAL CONTRA AS POSICOES LIQUIDAS INTERNAS  <*
      *>                POR SISTEMA DE LIQUIDACAO: CHQ (COMPENSACAO,  <*
      *>                LIQUIDO CHLQ DE COMPENSA-LIQUIDA.COB), PIX    <*
      *>                (PIXC/PIXD DE PIX-ENTRADA E PIX-MED), TED     <*
      *>                (TEDE/TEDV DE TED-ENVIO E TED-DEVOLUCAO) E    <*
      *>                PAG (PGCT DE BOLETO-PAGA). O EXTRATO DO BANCO <*
      *>                CENTRAL (BCEXTRATO) TRAZ DATA DE LIQUIDACAO,  <*
      *>                SISTEMA, NATUREZA D/C E VALOR DE CADA LINHA;  <*
      *>                O MOVIMENTO DO DIA (ACUMTRANS) DA A POSICAO   <*
      *>                INTERNA PELA DATA DE ENTRADA, CREDITO AO      <*
      *>                CLIENTE = ENTRADA NA RESERVA, DEBITO = SAIDA. <*
      *>                CADA DATA/SISTEMA E COMPARADO: DIFERENCA QUE  <*
      *>                ANULA OUTRA DO MESMO SISTEMA EM OUTRA DATA    <*
      *>                (NESTA RODADA OU PENDENTE DE RODADA ANTERIOR) <*
      *>                E QUEBRA DE DATA E BAIXA AS DUAS; DIFERENCA   <*
      *>                SEM PAR FICA ABERTA NO ARQUIVO RESPEND ATE UM <*
      *>                EXTRATO POSTERIOR A ZERAR. TUDO SAI NO        <*
      *>                RELATORIO RESCONC, COM A IDADE DAS PENDENCIAS <*
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
           SELECT EXTRATO-FILE        ASSIGN TO "BCEXTRATO"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXT.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT PENDENTE-FILE       ASSIGN TO "RESPEND"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PEND.

           SELECT RELATORIO-FILE      ASSIGN TO "RESCONC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  EXTRATO-FILE.
       01  EXTRATO-REG.
           02 EXT-DATA            PIC 9(08).
           02 EXT-SISTEMA         PIC X(03).
               88 EXT-SISTEMA-VALIDO      VALUE "CHQ" "PIX" "TED" "PAG".
           02 EXT-DC              PIC X(01).
           02 EXT-VALOR           PIC 9(13)V99.
           02 EXT-DOCUMENTO       PIC X(20).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  PENDENTE-FILE.
       01  PENDENTE-REG.
           02 RPEND_DATA_POSICAO  PIC 9(08).
           02 RPEND_SISTEMA       PIC X(03).
           02 RPEND_DIFERENCA     PIC S9(13)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 RPEND_DATA_ABERTURA PIC 9(08).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-EXT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PEND        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-EXT            PIC X(01) VALUE "N".
           88 FIM-EXT                 VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-FIM-PEND           PIC X(01) VALUE "N".
           88 FIM-PEND                VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE-DIAS         PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-LINHAS-EXT    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-SISTEMA   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-MOVIMENTOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONFEREM      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-QUEBRAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SEM-PAR       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-BAIXADAS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ABERTAS       PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CODIGOS TRANSCOD QUE MOVEM A CONTA RESERVAS E O SISTEMA DE  *
      *>   LIQUIDACAO DE CADA UM                                       *
      *----------------------------------------------------------------*
       01  WRK-LISTA-CODIGOS.
           02 FILLER               PIC X(07) VALUE "CHLQCHQ".
           02 FILLER               PIC X(07) VALUE "PIXCPIX".
           02 FILLER               PIC X(07) VALUE "PIXDPIX".
           02 FILLER               PIC X(07) VALUE "TEDETED".
           02 FILLER               PIC X(07) VALUE "TEDVTED".
           02 FILLER               PIC X(07) VALUE "PGCTPAG".
       01  WRK-TABELA-CODIGOS REDEFINES WRK-LISTA-CODIGOS.
           02 WRK-CD-ITEM  OCCURS 6 TIMES
                            INDEXED BY WRK-CD-IDX.
               03 WRK-CD-CODIGO        PIC X(04).
               03 WRK-CD-SISTEMA       PIC X(03).

       77  WRK-SISTEMA            PIC X(03) VALUE SPACES.
       77  WRK-DATA-POSICAO       PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-SINAL        PIC S9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   POSICAO POR DATA E SISTEMA: O LADO DO BANCO CENTRAL E O     *
      *>   LADO INTERNO, COM SINAL (ENTRADA NA RESERVA POSITIVA)       *
      *----------------------------------------------------------------*
       77  WRK-MAX-POSICOES       PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-POSICOES.
           02 WRK-PS-ITEM  OCCURS 200 TIMES
                            INDEXED BY WRK-PS-IDX.
               03 WRK-PS-DATA          PIC 9(08).
               03 WRK-PS-SISTEMA       PIC X(03).
               03 WRK-PS-QTDE-BC       PIC 9(05).
               03 WRK-PS-VALOR-BC      PIC S9(13)V99.
               03 WRK-PS-QTDE-INT      PIC 9(07).
               03 WRK-PS-VALOR-INT     PIC S9(13)V99.
               03 WRK-PS-DIFERENCA     PIC S9(13)V99.
               03 WRK-PS-SITUACAO      PIC X(01).
                   88 PS-EM-ABERTO         VALUE " ".
                   88 PS-CONFERE           VALUE "C".
                   88 PS-QUEBRA            VALUE "Q".
                   88 PS-SEM-PAR           VALUE "S".
       77  WRK-PS-J               PIC 9(03) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PENDENCIAS DE RODADAS ANTERIORES (RESPEND)                  *
      *----------------------------------------------------------------*
       77  WRK-MAX-PENDENTES      PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-PENDENTES.
           02 WRK-PD-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-PD-IDX.
               03 WRK-PD-DATA          PIC 9(08).
               03 WRK-PD-SISTEMA       PIC X(03).
               03 WRK-PD-DIFERENCA     PIC S9(13)V99.
               03 WRK-PD-ABERTURA      PIC 9(08).
               03 WRK-PD-BAIXADA       PIC X(01).
                   88 PD-BAIXADA           VALUE "S".

       01  WRK-LINHA-POSICAO.
           02 WRK-L-DATA           PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-L-SISTEMA        PIC X(03).
           02 FILLER               PIC X(04) VALUE " BC ".
           02 WRK-L-VALOR-BC       PIC +Z(12)9.99.
           02 FILLER               PIC X(09) VALUE " INTERNO ".
           02 WRK-L-VALOR-INT      PIC +Z(12)9.99.
           02 FILLER               PIC X(06) VALUE " DIF. ".
           02 WRK-L-DIFERENCA      PIC +Z(12)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-L-SITUACAO       PIC X(14).

       01  WRK-LINHA-QUEBRA.
           02 FILLER               PIC X(16) VALUE "QUEBRA DE DATA: ".
           02 WRK-Q-SISTEMA        PIC X(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-Q-DATA-1         PIC 9(08).
           02 FILLER               PIC X(03) VALUE " X ".
           02 WRK-Q-DATA-2         PIC 9(08).
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-Q-VALOR          PIC +Z(12)9.99.

       01  WRK-LINHA-PENDENTE.
           02 FILLER               PIC X(10) VALUE "PENDENTE: ".
           02 WRK-P-DATA           PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-P-SISTEMA        PIC X(03).
           02 FILLER               PIC X(06) VALUE " DIF. ".
           02 WRK-P-DIFERENCA      PIC +Z(12)9.99.
           02 FILLER               PIC X(07) VALUE " IDADE ".
           02 WRK-P-IDADE          PIC ZZ9.
           02 FILLER               PIC X(05) VALUE " DIAS".

       01  WRK-LINHA-SEM-SISTEMA.
           02 FILLER               PIC X(26)
               VALUE "LINHA DE EXTRATO SEM SIST.".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-DATA           PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-SISTEMA        PIC X(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-DC             PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-VALOR          PIC Z(12)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-DOCUMENTO      PIC X(20).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-ACUMULAR-EXTRATO
               THRU 2000-ACUMULAR-EXTRATO-EXIT
               UNTIL FIM-EXT.
           PERFORM 3000-ACUMULAR-MOVIMENTO
               THRU 3000-ACUMULAR-MOVIMENTO-EXIT
               UNTIL FIM-TRANS.
           PERFORM 4000-COMPARAR-POSICAO
               THRU 4000-COMPARAR-POSICAO-EXIT
               VARYING WRK-PS-IDX FROM 1 BY 1
               UNTIL WRK-PS-IDX > WRK-MAX-POSICOES.
           PERFORM 4500-CASAR-DIFERENCA
               THRU 4500-CASAR-DIFERENCA-EXIT
               VARYING WRK-PS-IDX FROM 1 BY 1
               UNTIL WRK-PS-IDX > WRK-MAX-POSICOES.
           PERFORM 4800-RELATAR-POSICAO
               THRU 4800-RELATAR-POSICAO-EXIT
               VARYING WRK-PS-IDX FROM 1 BY 1
               UNTIL WRK-PS-IDX > WRK-MAX-POSICOES.
           PERFORM 5000-REGRAVAR-PENDENTES
               THRU 5000-REGRAVAR-PENDENTES-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 1100-CARREGAR-PENDENTES
               THRU 1100-CARREGAR-PENDENTES-EXIT.

           OPEN INPUT EXTRATO-FILE.
           IF WRK-STATUS-EXT NOT = "00"
               DISPLAY "EXTRATO DO BANCO CENTRAL BCEXTRATO AUSENTE"
               SET FIM-EXT TO TRUE
           END-IF.

           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CONCILIACAO DA CONTA RESERVAS - EXTRATO BC X POSICAO"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-PENDENTES.
      *----------------------------------------------------------------*
           OPEN INPUT PENDENTE-FILE.
           IF WRK-STATUS-PEND NOT = "00"
               CLOSE PENDENTE-FILE
               GO TO 1100-CARREGAR-PENDENTES-EXIT
           END-IF.

           PERFORM 1150-LER-PENDENTE THRU 1150-LER-PENDENTE-EXIT
               UNTIL FIM-PEND.
           CLOSE PENDENTE-FILE.
       1100-CARREGAR-PENDENTES-EXIT.
           EXIT.

       1150-LER-PENDENTE.
           READ PENDENTE-FILE.
           IF WRK-STATUS-PEND NOT = "00"
               SET FIM-PEND TO TRUE
               GO TO 1150-LER-PENDENTE-EXIT
           END-IF.
           IF WRK-MAX-PENDENTES < 500
               ADD 1 TO WRK-MAX-PENDENTES
               SET WRK-PD-IDX TO WRK-MAX-PENDENTES
               MOVE RPEND_DATA_POSICAO  TO WRK-PD-DATA (WRK-PD-IDX)
               MOVE RPEND_SISTEMA       TO WRK-PD-SISTEMA (WRK-PD-IDX)
               MOVE RPEND_DIFERENCA     TO WRK-PD-DIFERENCA (WRK-PD-IDX)
               MOVE RPEND_DATA_ABERTURA TO WRK-PD-ABERTURA (WRK-PD-IDX)
               MOVE "N"                 TO WRK-PD-BAIXADA (WRK-PD-IDX)
           ELSE
               DISPLAY "TABELA DE PENDENCIAS CHEIA, PENDENCIA DE "
                   RPEND_DATA_POSICAO " " RPEND_SISTEMA " PERDIDA"
           END-IF.
       1150-LER-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LINHA DO EXTRATO: CREDITO NA RESERVA SOMA, DEBITO SUBTRAI   *
      *----------------------------------------------------------------*
       2000-ACUMULAR-EXTRATO.
      *----------------------------------------------------------------*
           READ EXTRATO-FILE.
           IF WRK-STATUS-EXT NOT = "00"
               SET FIM-EXT TO TRUE
               GO TO 2000-ACUMULAR-EXTRATO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-LINHAS-EXT.

           IF NOT EXT-SISTEMA-VALIDO
               OR EXT-VALOR IS NOT NUMERIC
               OR EXT-DATA IS NOT NUMERIC
               OR (EXT-DC NOT = "D" AND EXT-DC NOT = "C")
               ADD 1 TO WRK-QTDE-SEM-SISTEMA
               MOVE EXT-DATA      TO WRK-S-DATA
               MOVE EXT-SISTEMA   TO WRK-S-SISTEMA
               MOVE EXT-DC        TO WRK-S-DC
               MOVE EXT-VALOR     TO WRK-S-VALOR
               MOVE EXT-DOCUMENTO TO WRK-S-DOCUMENTO
               MOVE WRK-LINHA-SEM-SISTEMA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO 2000-ACUMULAR-EXTRATO-EXIT
           END-IF.

           MOVE EXT-DATA    TO WRK-DATA-POSICAO.
           MOVE EXT-SISTEMA TO WRK-SISTEMA.
           PERFORM 2500-ACHAR-POSICAO THRU 2500-ACHAR-POSICAO-EXIT.
           IF WRK-PS-IDX > WRK-MAX-POSICOES
               GO TO 2000-ACUMULAR-EXTRATO-EXIT
           END-IF.

           ADD 1 TO WRK-PS-QTDE-BC (WRK-PS-IDX).
           IF EXT-DC = "C"
               ADD EXT-VALOR TO WRK-PS-VALOR-BC (WRK-PS-IDX)
           ELSE
               SUBTRACT EXT-VALOR FROM WRK-PS-VALOR-BC (WRK-PS-IDX)
           END-IF.
       2000-ACUMULAR-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEIXA WRK-PS-IDX NA POSICAO DA DATA/SISTEMA, CRIANDO-A      *
      *>   QUANDO NAO EXISTE; TABELA CHEIA DEIXA O INDICE ALEM DA      *
      *>   ULTIMA OCUPADA                                              *
      *----------------------------------------------------------------*
       2500-ACHAR-POSICAO.
      *----------------------------------------------------------------*
           SET WRK-PS-IDX TO 1.
           IF WRK-MAX-POSICOES > ZEROS
               SEARCH WRK-PS-ITEM
                   VARYING WRK-PS-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-PS-IDX > WRK-MAX-POSICOES
                       CONTINUE
                   WHEN WRK-PS-DATA (WRK-PS-IDX) = WRK-DATA-POSICAO
                       AND WRK-PS-SISTEMA (WRK-PS-IDX) = WRK-SISTEMA
                       GO TO 2500-ACHAR-POSICAO-EXIT
               END-SEARCH
           END-IF.

           IF WRK-MAX-POSICOES NOT < 200
               DISPLAY "TABELA DE POSICOES CHEIA, POSICAO DE "
                   WRK-DATA-POSICAO " " WRK-SISTEMA " FICOU DE FORA"
               GO TO 2500-ACHAR-POSICAO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-POSICOES.
           SET WRK-PS-IDX TO WRK-MAX-POSICOES.
           MOVE WRK-DATA-POSICAO TO WRK-PS-DATA (WRK-PS-IDX).
           MOVE WRK-SISTEMA      TO WRK-PS-SISTEMA (WRK-PS-IDX).
           MOVE ZEROS TO WRK-PS-QTDE-BC (WRK-PS-IDX)
                         WRK-PS-VALOR-BC (WRK-PS-IDX)
                         WRK-PS-QTDE-INT (WRK-PS-IDX)
                         WRK-PS-VALOR-INT (WRK-PS-IDX)
                         WRK-PS-DIFERENCA (WRK-PS-IDX).
           MOVE SPACE TO WRK-PS-SITUACAO (WRK-PS-IDX).
       2500-ACHAR-POSICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MOVIMENTO INTERNO: SO OS CODIGOS QUE PASSAM PELA RESERVA;   *
      *>   CREDITO AO CLIENTE (OU A CAMARA) E ENTRADA NA RESERVA       *
      *----------------------------------------------------------------*
       3000-ACUMULAR-MOVIMENTO.
      *----------------------------------------------------------------*
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
               GO TO 3000-ACUMULAR-MOVIMENTO-EXIT
           END-IF.

           SET WRK-CD-IDX TO 1.
           SEARCH WRK-CD-ITEM
               VARYING WRK-CD-IDX
               AT END
                   GO TO 3000-ACUMULAR-MOVIMENTO-EXIT
               WHEN WRK-CD-CODIGO (WRK-CD-IDX) = TRANS_CODIGO
                   MOVE WRK-CD-SISTEMA (WRK-CD-IDX) TO WRK-SISTEMA
           END-SEARCH.

           ADD 1 TO WRK-QTDE-MOVIMENTOS.

           IF TRANS_DATA_ENT IS NUMERIC AND TRANS_DATA_ENT NOT = ZEROS
               MOVE TRANS_DATA_ENT TO WRK-DATA-POSICAO
           ELSE
               MOVE WRK-DATA-HOJE  TO WRK-DATA-POSICAO
           END-IF.

           PERFORM 2500-ACHAR-POSICAO THRU 2500-ACHAR-POSICAO-EXIT.
           IF WRK-PS-IDX > WRK-MAX-POSICOES
               GO TO 3000-ACUMULAR-MOVIMENTO-EXIT
           END-IF.

           ADD 1 TO WRK-PS-QTDE-INT (WRK-PS-IDX).
           IF TRANS-CREDITO
               ADD TRANS_VALOR TO WRK-PS-VALOR-INT (WRK-PS-IDX)
           ELSE
               SUBTRACT TRANS_VALOR FROM WRK-PS-VALOR-INT (WRK-PS-IDX)
           END-IF.
       3000-ACUMULAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-COMPARAR-POSICAO.
      *----------------------------------------------------------------*
           COMPUTE WRK-PS-DIFERENCA (WRK-PS-IDX) =
               WRK-PS-VALOR-BC (WRK-PS-IDX)
               - WRK-PS-VALOR-INT (WRK-PS-IDX).
           IF WRK-PS-DIFERENCA (WRK-PS-IDX) = ZEROS
               SET PS-CONFERE (WRK-PS-IDX) TO TRUE
               ADD 1 TO WRK-QTDE-CONFEREM
           END-IF.
       4000-COMPARAR-POSICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DIFERENCA QUE ANULA UMA PENDENCIA DO MESMO SISTEMA, OU UMA  *
      *>   DIFERENCA DE OUTRA DATA NESTA RODADA, E QUEBRA DE DATA (O   *
      *>   MOVIMENTO LIQUIDOU EM DIA DIFERENTE DO LANCADO); O QUE      *
      *>   SOBRA FICA SEM PAR                                          *
      *----------------------------------------------------------------*
       4500-CASAR-DIFERENCA.
      *----------------------------------------------------------------*
           IF NOT PS-EM-ABERTO (WRK-PS-IDX)
               GO TO 4500-CASAR-DIFERENCA-EXIT
           END-IF.

           MOVE WRK-PS-SISTEMA (WRK-PS-IDX) TO WRK-SISTEMA.
           COMPUTE WRK-VALOR-SINAL = WRK-PS-DIFERENCA (WRK-PS-IDX) * -1.

           IF WRK-MAX-PENDENTES > ZEROS
               SET WRK-PD-IDX TO 1
               SEARCH WRK-PD-ITEM
                   VARYING WRK-PD-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-PD-IDX > WRK-MAX-PENDENTES
                       CONTINUE
                   WHEN WRK-PD-SISTEMA (WRK-PD-IDX) = WRK-SISTEMA
                       AND WRK-PD-DIFERENCA (WRK-PD-IDX)
                           = WRK-VALOR-SINAL
                       AND NOT PD-BAIXADA (WRK-PD-IDX)
                       SET PD-BAIXADA (WRK-PD-IDX) TO TRUE
                       SET PS-QUEBRA (WRK-PS-IDX) TO TRUE
                       ADD 1 TO WRK-QTDE-BAIXADAS
                       ADD 1 TO WRK-QTDE-QUEBRAS
                       MOVE WRK-SISTEMA TO WRK-Q-SISTEMA
                       MOVE WRK-PD-DATA (WRK-PD-IDX) TO WRK-Q-DATA-1
                       MOVE WRK-PS-DATA (WRK-PS-IDX) TO WRK-Q-DATA-2
                       MOVE WRK-PS-DIFERENCA (WRK-PS-IDX)
                           TO WRK-Q-VALOR
                       MOVE WRK-LINHA-QUEBRA TO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                       GO TO 4500-CASAR-DIFERENCA-EXIT
               END-SEARCH
           END-IF.

           PERFORM 4600-CASAR-OUTRA-DATA
               THRU 4600-CASAR-OUTRA-DATA-EXIT
               VARYING WRK-PS-J FROM 1 BY 1
               UNTIL WRK-PS-J > WRK-MAX-POSICOES
                  OR NOT PS-EM-ABERTO (WRK-PS-IDX).

           IF PS-EM-ABERTO (WRK-PS-IDX)
               SET PS-SEM-PAR (WRK-PS-IDX) TO TRUE
               ADD 1 TO WRK-QTDE-SEM-PAR
           END-IF.
       4500-CASAR-DIFERENCA-EXIT.
           EXIT.

       4600-CASAR-OUTRA-DATA.
           IF WRK-PS-J = WRK-PS-IDX
               OR NOT PS-EM-ABERTO (WRK-PS-J)
               OR WRK-PS-SISTEMA (WRK-PS-J) NOT = WRK-SISTEMA
               OR WRK-PS-DIFERENCA (WRK-PS-J) NOT = WRK-VALOR-SINAL
               GO TO 4600-CASAR-OUTRA-DATA-EXIT
           END-IF.

           SET PS-QUEBRA (WRK-PS-IDX) TO TRUE.
           SET PS-QUEBRA (WRK-PS-J)   TO TRUE.
           ADD 1 TO WRK-QTDE-QUEBRAS.
           MOVE WRK-SISTEMA              TO WRK-Q-SISTEMA.
           MOVE WRK-PS-DATA (WRK-PS-IDX) TO WRK-Q-DATA-1.
           MOVE WRK-PS-DATA (WRK-PS-J)   TO WRK-Q-DATA-2.
           MOVE WRK-PS-DIFERENCA (WRK-PS-IDX) TO WRK-Q-VALOR.
           MOVE WRK-LINHA-QUEBRA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       4600-CASAR-OUTRA-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4800-RELATAR-POSICAO.
      *----------------------------------------------------------------*
           MOVE WRK-PS-DATA (WRK-PS-IDX)      TO WRK-L-DATA.
           MOVE WRK-PS-SISTEMA (WRK-PS-IDX)   TO WRK-L-SISTEMA.
           MOVE WRK-PS-VALOR-BC (WRK-PS-IDX)  TO WRK-L-VALOR-BC.
           MOVE WRK-PS-VALOR-INT (WRK-PS-IDX) TO WRK-L-VALOR-INT.
           MOVE WRK-PS-DIFERENCA (WRK-PS-IDX) TO WRK-L-DIFERENCA.
           EVALUATE TRUE
               WHEN PS-CONFERE (WRK-PS-IDX)
                   MOVE "CONFERE"        TO WRK-L-SITUACAO
               WHEN PS-QUEBRA (WRK-PS-IDX)
                   MOVE "QUEBRA DE DATA" TO WRK-L-SITUACAO
               WHEN OTHER
                   MOVE "SEM PAR"        TO WRK-L-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-POSICAO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       4800-RELATAR-POSICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RESPEND E REGRAVADO COM AS PENDENCIAS NAO BAIXADAS E AS     *
      *>   DIFERENCAS SEM PAR DE HOJE, E CADA UMA SAI NO RELATORIO     *
      *>   COM A IDADE DESDE QUE FOI ABERTA                            *
      *----------------------------------------------------------------*
       5000-REGRAVAR-PENDENTES.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "DIFERENCAS EM ABERTO (RESPEND)" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN OUTPUT PENDENTE-FILE.

           PERFORM 5100-GRAVAR-PENDENCIA-ANTIGA
               THRU 5100-GRAVAR-PENDENCIA-ANTIGA-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > WRK-MAX-PENDENTES.

           PERFORM 5200-GRAVAR-PENDENCIA-NOVA
               THRU 5200-GRAVAR-PENDENCIA-NOVA-EXIT
               VARYING WRK-PS-IDX FROM 1 BY 1
               UNTIL WRK-PS-IDX > WRK-MAX-POSICOES.

           CLOSE PENDENTE-FILE.
       5000-REGRAVAR-PENDENTES-EXIT.
           EXIT.

       5100-GRAVAR-PENDENCIA-ANTIGA.
           IF PD-BAIXADA (WRK-PD-IDX)
               GO TO 5100-GRAVAR-PENDENCIA-ANTIGA-EXIT
           END-IF.
           MOVE WRK-PD-DATA (WRK-PD-IDX)      TO RPEND_DATA_POSICAO.
           MOVE WRK-PD-SISTEMA (WRK-PD-IDX)   TO RPEND_SISTEMA.
           MOVE WRK-PD-DIFERENCA (WRK-PD-IDX) TO RPEND_DIFERENCA.
           MOVE WRK-PD-ABERTURA (WRK-PD-IDX)  TO RPEND_DATA_ABERTURA.
           PERFORM 5500-GRAVAR-E-RELATAR
               THRU 5500-GRAVAR-E-RELATAR-EXIT.
       5100-GRAVAR-PENDENCIA-ANTIGA-EXIT.
           EXIT.

       5200-GRAVAR-PENDENCIA-NOVA.
           IF NOT PS-SEM-PAR (WRK-PS-IDX)
               GO TO 5200-GRAVAR-PENDENCIA-NOVA-EXIT
           END-IF.
           MOVE WRK-PS-DATA (WRK-PS-IDX)      TO RPEND_DATA_POSICAO.
           MOVE WRK-PS-SISTEMA (WRK-PS-IDX)   TO RPEND_SISTEMA.
           MOVE WRK-PS-DIFERENCA (WRK-PS-IDX) TO RPEND_DIFERENCA.
           MOVE WRK-DATA-HOJE                 TO RPEND_DATA_ABERTURA.
           PERFORM 5500-GRAVAR-E-RELATAR
               THRU 5500-GRAVAR-E-RELATAR-EXIT.
       5200-GRAVAR-PENDENCIA-NOVA-EXIT.
           EXIT.

       5500-GRAVAR-E-RELATAR.
           WRITE PENDENTE-REG.
           ADD 1 TO WRK-QTDE-ABERTAS.

           CALL "DIAS-CORRIDOS-IDADE" USING RPEND_DATA_ABERTURA
               WRK-DATA-HOJE WRK-IDADE-DIAS.

           MOVE RPEND_DATA_POSICAO TO WRK-P-DATA.
           MOVE RPEND_SISTEMA      TO WRK-P-SISTEMA.
           MOVE RPEND_DIFERENCA    TO WRK-P-DIFERENCA.
           MOVE WRK-IDADE-DIAS     TO WRK-P-IDADE.
           MOVE WRK-LINHA-PENDENTE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5500-GRAVAR-E-RELATAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE EXTRATO-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== CONCILIACAO DA CONTA RESERVAS =====".
           DISPLAY "LINHAS DO EXTRATO BC.: " WRK-QTDE-LINHAS-EXT.
           DISPLAY "LINHAS SEM SISTEMA...: " WRK-QTDE-SEM-SISTEMA.
           DISPLAY "MOVIMENTOS INTERNOS..: " WRK-QTDE-MOVIMENTOS.
           DISPLAY "POSICOES QUE CONFEREM: " WRK-QTDE-CONFEREM.
           DISPLAY "QUEBRAS DE DATA......: " WRK-QTDE-QUEBRAS.
           DISPLAY "PENDENCIAS BAIXADAS..: " WRK-QTDE-BAIXADAS.
           DISPLAY "DIFERENCAS SEM PAR...: " WRK-QTDE-SEM-PAR.
           DISPLAY "PENDENCIAS EM ABERTO.: " WRK-QTDE-ABERTAS.
           IF WRK-QTDE-SEM-PAR > ZEROS
               OR WRK-QTDE-SEM-SISTEMA > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
