      *>                    FERIADREG VIA O CADASTRO DE PRACAS        <*
      *>                    FILIALOC); FILIAL EM BRANCO OU SEM        <*
      *>                    CADASTRO SEGUE O CALENDARIO NACIONAL      <*
      *>   15/10/2026  GGS  O DEPOSITO GUARDA EM CHEQPEND O BANCO E A <*
      *>                    CONTA DO EMITENTE TIRADOS DA BANDA CMC-7  <*
      *>                    (CHQ_SACADO) E A CONTA MARCADA COMO       <*
      *>                    SUSPEITA DE CIRANDA EM CHEQVIGIA          <*
      *>                    (CHEQUE-CIRANDA.COB) TEM O PRAZO DE       <*
      *>                    COMPENSACAO ALONGADO PELOS DIAS UTEIS DA  <*
      *>                    MARCACAO, POR ATE CHQKITPRZ DIAS CORRIDOS <*
      *>                    (PADRAO 90)                               <*
      *----------------------------------------------------------------*

      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AVISO.

           SELECT VIGIA-FILE          ASSIGN TO "CHEQVIGIA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS VIG_CONTA
               FILE STATUS        IS WRK-STATUS-VIG.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  AVISO-FILE.
       01  AVISO-LINHA            PIC X(80).

       FD  VIGIA-FILE.
           COPY CHEQVIG-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
               VALUE " - FORA DAS FAIXAS EMITIDA".

       77  WRK-PRAZO-DIAS         PIC 9(03) VALUE 2.
       77  WRK-PRAZO-CONTA        PIC 9(03) VALUE 2.

      *>   CONTA MARCADA PELA VARREDURA DE CIRANDA (CHEQVIGIA) TEM O
      *>   FLOAT ALONGADO ENQUANTO A MARCACAO TIVER ATE CHQKITPRZ DIAS
       77  WRK-STATUS-VIG         PIC X(02) VALUE SPACES.
       77  WRK-VIGIA-ABERTO       PIC X(01) VALUE "N".
           88 VIGIA-ABERTO            VALUE "S".
       77  WRK-RETENCAO-DIAS      PIC 9(03) VALUE 90.
       77  WRK-DIAS-MARCACAO      PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-ALONGADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-FILIAL-CORRENTE    PIC 9(04) VALUE ZEROS.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-PRAZO-DIAS
           END-IF.
           MOVE WRK-PRAZO-DIAS TO WRK-PRAZO-CONTA.

           MOVE "CHQKITPRZ" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-RETENCAO-DIAS
           END-IF.

           OPEN INPUT VIGIA-FILE.
           IF WRK-STATUS-VIG = "00"
               SET VIGIA-ABERTO TO TRUE
           END-IF.

           PERFORM 1100-OBTER-PROXIMO-CONTROLE
               THRU 1100-OBTER-PROXIMO-CONTROLE-EXIT.

           PERFORM 1250-AVANCAR-DIA-UTIL
               THRU 1250-AVANCAR-DIA-UTIL-EXIT
               UNTIL WRK-DIAS-UTEIS-CONT >= WRK-PRAZO-CONTA
                  OR WRK-PASSOS-CALENDARIO > 60.
       1200-CALCULAR-COMPENSACAO-EXIT.
           EXIT.
           ELSE
               MOVE ZEROS TO WRK-FILIAL-CORRENTE
           END-IF.
           PERFORM 2800-CONFERIR-VIGIA
               THRU 2800-CONFERIR-VIGIA-EXIT.
           PERFORM 1200-CALCULAR-COMPENSACAO
               THRU 1200-CALCULAR-COMPENSACAO-EXIT.

           MOVE DEP-NUMERO       TO CHQ_NUMERO.
           MOVE WRK-DATA-HOJE    TO CHQ_DATA_DEPOSITO.
           MOVE WRK-DATA-COMP-N  TO CHQ_DATA_COMPENSA.
           MOVE SPACES           TO CHQ_SACADO.
           IF DEP-CMC7 NOT = SPACES
               MOVE DEP-CMC7 (1:3)  TO CHQ_SACADO_BANCO
               MOVE DEP-CMC7 (21:9) TO CHQ_SACADO_CONTA
           END-IF.
           WRITE CHEQUE-REG.

           ADD 1 TO WRK-QTDE-ACOLHIDOS.
       2750-EXAMINAR-FAIXA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA SUSPEITA DE CIRANDA (CHEQVIGIA) GANHA OS DIAS UTEIS   *
      *>   A MAIS DE FLOAT ENQUANTO A MARCACAO ESTIVER NA JANELA DE    *
      *>   RETENCAO; AS DEMAIS SEGUEM O PRAZO DE CHQCOMPDIA            *
      *----------------------------------------------------------------*
       2800-CONFERIR-VIGIA.
      *----------------------------------------------------------------*
           MOVE WRK-PRAZO-DIAS TO WRK-PRAZO-CONTA.
           IF NOT VIGIA-ABERTO
               GO TO 2800-CONFERIR-VIGIA-EXIT
           END-IF.

           MOVE DEP-CONTA TO VIG_CONTA.
           READ VIGIA-FILE
               INVALID KEY
                   GO TO 2800-CONFERIR-VIGIA-EXIT
           END-READ.
           IF NOT VIG-SUSPEITA
               OR VIG_DIAS_EXTRA = ZEROS
               GO TO 2800-CONFERIR-VIGIA-EXIT
           END-IF.

           CALL "DIAS-CORRIDOS-IDADE" USING VIG_DATA_MARCACAO
               WRK-DATA-HOJE WRK-DIAS-MARCACAO.
           IF WRK-DIAS-MARCACAO > WRK-RETENCAO-DIAS
               GO TO 2800-CONFERIR-VIGIA-EXIT
           END-IF.

           ADD VIG_DIAS_EXTRA TO WRK-PRAZO-CONTA.
           ADD 1 TO WRK-QTDE-ALONGADOS.
       2800-CONFERIR-VIGIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-DEPOSITO.
      *----------------------------------------------------------------*
               CLOSE LIVRO-FILE
           END-IF.
           CLOSE AVISO-FILE.
           IF VIGIA-ABERTO
               CLOSE VIGIA-FILE
           END-IF.

           DISPLAY "===== DEPOSITOS EM CHEQUE =====".
           DISPLAY "CHEQUES LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "CHEQUES REJEITADOS...: " WRK-QTDE-REJEITADOS.
           DISPLAY "BANDA CMC-7 REJEITADA: " WRK-QTDE-BANDA-REJ.
           DISPLAY "FORA DE FAIXA EMITIDA: " WRK-QTDE-FORA-FAIXA.
           DISPLAY "FLOAT ALONGADO.......: " WRK-QTDE-ALONGADOS.
           DISPLAY "VALOR ACOLHIDO.......: " WRK-TOTAL-ACOLHIDO.
           DISPLAY "COMPENSACAO PREVISTA.: " WRK-DATA-COMP-N.
       9000-FINALIZAR-EXIT.
