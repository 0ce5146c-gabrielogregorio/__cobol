      *>                    INTEIRO DUAS VEZES; O RENDIMENTO LANCADO  <*
      *>                    TAMBEM E GRAVADO NO CHAVEADO. SEM O       <*
      *>                    CHAVEADO, VARREDURA DE SEMPRE             <*
      *>   15/10/2026  GGS  A CONTA RENDE NO ANIVERSARIO QUANDO A     <*
      *>                    REGRA DE JUROS DO SEU PRODUTO NO CATALOGO <*
      *>                    (PRODUTO-LE.COB) E DE ANIVERSARIO, NO     <*
      *>                    LUGAR DO TESTE DO FLAG CONTA_PRODUTO;     <*
      *>                    PRODUTO COM TAXA PROPRIA RENDE PELA SUA   <*
      *>                    TAXA CREDORA                              <*
      *>   15/10/2026  GGS  CADA RENDIMENTO LANCADO NO SALDO GERA O   <*
      *>                    PAR BALANCEADO DE PARTIDAS DO CODIGO POUP <*
      *>                    EM GLPARTIDA, LEVADO AO RAZAO POR         <*
      *>                    GL-PARTIDA-LANCA.COB; SEM O CODIGO EM     <*
      *>                    TRANSCOD OU SEM GLPARTIDA A RODADA NAO    <*
      *>                    RENDE NADA E TERMINA COM RC=8             <*
      ******************************************************************

      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

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
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(80).

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
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTRANS      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-POUPANCA       PIC X(04) VALUE "POUP".
       77  WRK-POUP-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-POUP-CREDITO       PIC 9(08) VALUE ZEROS.

       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".
       77  WRK-TAXA-POUPANCA      PIC 9(01)V9(06) VALUE 0.005000.
       77  WRK-RENDIMENTO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".
       77  WRK-PROXIMO-SEQ        PIC 9(04) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
               03 WRK-DEV-SOMA-DELTAS  PIC S9(11)V99.
               03 WRK-DEV-CORRENTE     PIC S9(11)V99.
               03 WRK-DEV-MINIMO       PIC S9(11)V99.
               03 WRK-DEV-TAXA         PIC 9(01)V9(06).

       01  WRK-LINHA-RENDIMENTO.
           02 FILLER               PIC X(08) VALUE "CONTA : ".
           02 FILLER               PIC X(13) VALUE " RENDIMENTO: ".
           02 WRK-R-VALOR           PIC Z(8)9.99.

      *----------------------------------------------------------------*
      *>   PRODUTO DA CONTA (CATALOGO PRODUTOMST VIA PRODUTO-LE)       *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
               SET FIM-CONTA TO TRUE
           END-IF.

           PERFORM 1100-PREPARAR-PARTIDAS
               THRU 1100-PREPARAR-PARTIDAS-EXIT.
           IF LANCAMENTO-RETIDO
               DISPLAY "POUPANCA-ANIVERSARIO: " WRK-MOTIVO-RETENCAO
                   " - NENHUM RENDIMENTO LANCADO NESTA RODADA"
               MOVE 8 TO RETURN-CODE
               SET FIM-CONTA TO TRUE
           END-IF.

           OPEN INPUT TITULAR-FILE.

           OPEN I-O CLIENTE-TRANS-FILE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O RENDIMENTO MEXE NO SALDO DO CLIENTE, ENTAO TEM DE CHEGAR  *
      *>   AO RAZAO: O PAR DE CONTAS DE POUP VEM DE TRANSCOD E AS      *
      *>   PARTIDAS FICAM EM GLPARTIDA ATE GL-PARTIDA-LANCA.COB. SEM   *
      *>   UM DELES NENHUMA POUPANCA RENDE NESTA RODADA                *
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
           MOVE WRK-COD-POUPANCA TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO POUP AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-POUP-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-POUP-CREDITO
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
      *>   O ANIVERSARIO CAI HOJE QUANDO O DIA BATE, OU QUANDO O DIA   *
      *>   DE ANIVERSARIO NAO EXISTE NESTE MES E HOJE E O ULTIMO DIA   *
               GO TO 2000-LISTAR-DEVIDAS-EXIT
           END-IF.

      *>   RENDE NO ANIVERSARIO TODO PRODUTO CUJA REGRA DE JUROS E
      *>   DE ANIVERSARIO, NAO SO A POUPANCA DO ANTIGO FLAG
           CALL "PRODUTO-LE" USING CONTA_COD_PRODUTO CONTA_PRODUTO
               PRODUTO-REG WRK-PRODUTO-ACHADO.
           IF NOT PRODUTO-ACHADO
               OR NOT PROD-JUROS-ANIVERSARIO
               GO TO 2000-LISTAR-DEVIDAS-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-POUPANCAS.
           MOVE CONTA_NUMERO TO WRK-DEV-CONTA (WRK-IDX).
           MOVE CONTA_SALDO  TO WRK-DEV-SALDO-ATUAL (WRK-IDX).
           MOVE ZEROS        TO WRK-DEV-SOMA-DELTAS (WRK-IDX).
           IF PROD-TAXA-PROPRIA
               MOVE PROD_TAXA_CREDORA TO WRK-DEV-TAXA (WRK-IDX)
           ELSE
               MOVE WRK-TAXA-POUPANCA TO WRK-DEV-TAXA (WRK-IDX)
           END-IF.

           PERFORM 2500-DATA-ANIV-ANTERIOR
               THRU 2500-DATA-ANIV-ANTERIOR-EXIT.
           END-IF.

           COMPUTE WRK-RENDIMENTO ROUNDED =
               WRK-DEV-MINIMO (WRK-IDX) * WRK-DEV-TAXA (WRK-IDX).
           IF WRK-RENDIMENTO = ZEROS
               GO TO 5100-RENDER-UMA-EXIT
           END-IF.
           ADD WRK-RENDIMENTO TO CONTA_SALDO.
           REWRITE CONTA-REG.

           MOVE WRK-DATA-HOJE-N  TO GLJ_DATA.
           MOVE CONTA_NUMERO     TO GLJ_CONTA_ORIGEM.
           MOVE WRK-COD-POUPANCA TO GLJ_CODIGO.
           MOVE WRK-RENDIMENTO   TO GLJ_VALOR.
           MOVE WRK-POUP-DEBITO  TO GLJ_CONTA_GL.
           MOVE "D"              TO GLJ_DC.
           WRITE JORNAL-REG.
           MOVE WRK-POUP-CREDITO TO GLJ_CONTA_GL.
           MOVE "C"              TO GLJ_DC.
           WRITE JORNAL-REG.

           MOVE WRK-DATA-HOJE-N TO AHIST_DATA.
           MOVE CONTA_NUMERO    TO AHIST_CONTA.
           MOVE WRK-RENDIMENTO  TO AHIST_DELTA.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-TRANS-FILE.
           CLOSE RELATORIO-FILE.
           IF LANCAMENTO-LIBERADO
               CLOSE JORNAL-FILE
           END-IF.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
