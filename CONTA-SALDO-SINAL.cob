      *>                    ACUMHISTK (CONTA+DATA+SEQ), PARA OS        <*
      *>                    LEITORES BUSCAREM SO O PERIODO QUE         <*
      *>                    PRECISAM EM VEZ DE VARRER O ANO            <*
      *>   15/10/2026  GGS  A TAXA DE OVERDRAFT LANCADA NO SALDO GERA <*
      *>                    O PAR BALANCEADO DE PARTIDAS DO CODIGO    <*
      *>                    OVDF EM GLPARTIDA, LEVADO AO RAZAO POR    <*
      *>                    GL-PARTIDA-LANCA.COB; SEM O CODIGO EM     <*
      *>                    TRANSCOD OU SEM GLPARTIDA A TAXA NAO E    <*
      *>                    COBRADA (A MUDANCA DE SINAL SEGUE SENDO   <*
      *>                    APURADA) E O STEP TERMINA COM RC=8        <*
      ******************************************************************

      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RECUPERA.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  RECUPERA-FILE.
       01  RECUPERA-LINHA             PIC X(80).

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RECUPERA    PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HIST        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HISTK       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-OVERDRAFT      PIC X(04) VALUE "OVDF".
       77  WRK-OVDF-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-OVDF-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
               OPEN I-O HISTORICO-K-FILE
           END-IF.

           PERFORM 1100-PREPARAR-PARTIDAS
               THRU 1100-PREPARAR-PARTIDAS-EXIT.
           IF LANCAMENTO-RETIDO
               DISPLAY "CONTA-SALDO-SINAL: " WRK-MOTIVO-RETENCAO
                   " - TAXA DE OVERDRAFT NAO COBRADA NESTA RODADA"
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE "RELATORIO DE CONTAS EM OVERDRAFT" TO
               OVERDRAFT-LINHA.
           WRITE OVERDRAFT-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A TAXA MEXE NO SALDO DO CLIENTE, ENTAO TEM DE CHEGAR AO     *
      *>   RAZAO: O PAR DE CONTAS DE OVDF VEM DE TRANSCOD E AS         *
      *>   PARTIDAS FICAM EM GLPARTIDA ATE GL-PARTIDA-LANCA.COB. SEM   *
      *>   UM DELES A TAXA NAO E COBRADA                               *
      *----------------------------------------------------------------*
       1100-PREPARAR-PARTIDAS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               MOVE "TABELA TRANSCOD INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
               GO TO 1100-PREPARAR-PARTIDAS-EXIT
           END-IF.
           MOVE WRK-COD-OVERDRAFT TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO OVDF AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-OVDF-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-OVDF-CREDITO
           END-READ.
           CLOSE TRANSCOD-FILE.
           IF LANCAMENTO-RETIDO
               GO TO 1100-PREPARAR-PARTIDAS-EXIT
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-STATUS-JORNAL NOT = "00"
               MOVE "GLPARTIDA INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
           END-IF.
       1100-PREPARAR-PARTIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-CONTA.
      *----------------------------------------------------------------*
               CONTA_SALDO WRK-SALDO-DISPONIVEL.

           IF WRK-SALDO-DISPONIVEL IS NEGATIVE
               AND LANCAMENTO-LIBERADO
               PERFORM 3000-LANCAR-TAXA-OVERDRAFT
                   THRU 3000-LANCAR-TAXA-OVERDRAFT-EXIT
           END-IF.
           SUBTRACT WRK-TAXA-OVERDRAFT FROM CONTA_SALDO.
           REWRITE CONTA-REG.

           MOVE WRK-DATA-HOJE      TO GLJ_DATA.
           MOVE CONTA_NUMERO       TO GLJ_CONTA_ORIGEM.
           MOVE WRK-COD-OVERDRAFT  TO GLJ_CODIGO.
           MOVE WRK-TAXA-OVERDRAFT TO GLJ_VALOR.
           MOVE WRK-OVDF-DEBITO    TO GLJ_CONTA_GL.
           MOVE "D"                TO GLJ_DC.
           WRITE JORNAL-REG.
           MOVE WRK-OVDF-CREDITO   TO GLJ_CONTA_GL.
           MOVE "C"                TO GLJ_DC.
           WRITE JORNAL-REG.

      *>   A TAXA TAMBEM E UM DELTA DATADO DO SALDO, PARA A
      *>   RECONSTRUCAO (CONTA-RECONSTROI.COB) REPRODUZIR O DIA
           MOVE WRK-DATA-HOJE TO AHIST_DATA.
           CLOSE RECUPERA-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-K-FILE.
           IF LANCAMENTO-LIBERADO
               CLOSE JORNAL-FILE
           END-IF.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
