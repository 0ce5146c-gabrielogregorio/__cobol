      *>                    ACUMHISTK (CONTA+DATA+SEQ), PARA OS       <*
      *>                    LEITORES BUSCAREM SO O PERIODO QUE        <*
      *>                    PRECISAM EM VEZ DE VARRER O ANO           <*
      *>   15/10/2026  GGS  CONTA DE RESULTADO CRIADA AQUI NASCE NO   <*
      *>                    LAYOUT ATUAL, COM PRODUTO CORR E O        <*
      *>                    MARCADOR CONTA-LAYOUT-ATUAL, EM VEZ DE    <*
      *>                    CAMPOS EM BRANCO                          <*
      *>   15/10/2026  GGS  O RESULTADO DO MES, AO ENTRAR NA CONTA DE <*
      *>                    RESULTADO, GERA TAMBEM O PAR BALANCEADO   <*
      *>                    DE PARTIDAS EM GLPARTIDA (REAG NO GANHO E <*
      *>                    REAP NA PERDA) PARA GL-PARTIDA-LANCA.COB  <*
      *>                    LEVAR AO RAZAO; SEM OS CODIGOS EM         <*
      *>                    TRANSCOD OU SEM GLPARTIDA NENHUMA CONTA E <*
      *>                    REAVALIADA E O STEP TERMINA COM RC=8      <*
      ******************************************************************

      *================================================================*
               RECORD KEY         IS AHK-CHAVE
               FILE STATUS        IS WRK-STATUS-HISTK.

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
       FD  HISTORICO-K-FILE.
           COPY ACUMHISTK-REG.

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
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HIST        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HISTK       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-REAV-GANHO     PIC X(04) VALUE "REAG".
       77  WRK-COD-REAV-PERDA     PIC X(04) VALUE "REAP".
       77  WRK-REAG-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-REAG-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-REAP-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-REAP-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-HISTK-GRAVADO      PIC X(01) VALUE "N".
           88 HISTK-GRAVADO           VALUE "S".
       77  WRK-HISTK-ULT-CONTA    PIC 9(08) VALUE 99999999.
               SET FIM-CONTA TO TRUE
           END-IF.

           PERFORM 1300-PREPARAR-PARTIDAS
               THRU 1300-PREPARAR-PARTIDAS-EXIT.
           IF LANCAMENTO-RETIDO
               DISPLAY "CONTA-REAVALIA: " WRK-MOTIVO-RETENCAO
                   " - NENHUMA CONTA REAVALIADA"
               MOVE 8 TO RETURN-CODE
               SET FIM-CONTA TO TRUE
           END-IF.

           OPEN INPUT CAMBIO-FILE.
           IF WRK-STATUS-CAMBIO = "00"
               MOVE WRK-MOEDA-RAZAO TO CAMBIO_MOEDA
       1200-GUARDAR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O RESULTADO ENTRA NO SALDO DE UMA CONTA BRL, ENTAO TEM DE   *
      *>   CHEGAR AO RAZAO: OS PARES DE CONTAS DE REAG/REAP VEM DE     *
      *>   TRANSCOD E AS PARTIDAS FICAM EM GLPARTIDA ATE               *
      *>   GL-PARTIDA-LANCA.COB                                        *
      *----------------------------------------------------------------*
       1300-PREPARAR-PARTIDAS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               MOVE "TABELA TRANSCOD INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
               GO TO 1300-PREPARAR-PARTIDAS-EXIT
           END-IF.
           MOVE WRK-COD-REAV-GANHO TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO REAG AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-REAG-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-REAG-CREDITO
           END-READ.
           MOVE WRK-COD-REAV-PERDA TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO REAP AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-REAP-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-REAP-CREDITO
           END-READ.
           CLOSE TRANSCOD-FILE.
           IF LANCAMENTO-RETIDO
               GO TO 1300-PREPARAR-PARTIDAS-EXIT
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
       1300-PREPARAR-PARTIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-REAVALIAR-CONTA.
      *----------------------------------------------------------------*
                   MOVE ZEROS               TO CONTA_SALDO
                   MOVE WRK-MOEDA-RAZAO     TO CONTA_MOEDA
                   MOVE "A"                 TO CONTA_STATUS
                   MOVE "C"                 TO CONTA_PRODUTO
                   MOVE ZEROS               TO CONTA_DIA_ANIV
                   MOVE "CORR"              TO CONTA_COD_PRODUTO
                   SET CONTA-LAYOUT-ATUAL   TO TRUE
                   WRITE CONTA-REG
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR CONTA DE RESULTADO"
           END-ADD.
           REWRITE CONTA-REG.

           MOVE WRK-DATA-HOJE       TO GLJ_DATA.
           MOVE WRK-CONTA-RESULTADO TO GLJ_CONTA_ORIGEM.
           IF WRK-TOTAL-RESULTADO > ZEROS
               MOVE WRK-TOTAL-RESULTADO TO GLJ_VALOR
               MOVE WRK-COD-REAV-GANHO  TO GLJ_CODIGO
               MOVE WRK-REAG-DEBITO     TO GLJ_CONTA_GL
               MOVE "D"                 TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-REAG-CREDITO    TO GLJ_CONTA_GL
               MOVE "C"                 TO GLJ_DC
               WRITE JORNAL-REG
           ELSE
               COMPUTE GLJ_VALOR = WRK-TOTAL-RESULTADO * -1
               MOVE WRK-COD-REAV-PERDA  TO GLJ_CODIGO
               MOVE WRK-REAP-DEBITO     TO GLJ_CONTA_GL
               MOVE "D"                 TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-REAP-CREDITO    TO GLJ_CONTA_GL
               MOVE "C"                 TO GLJ_DC
               WRITE JORNAL-REG
           END-IF.

           MOVE WRK-DATA-HOJE       TO AHIST_DATA.
           MOVE WRK-CONTA-RESULTADO TO AHIST_CONTA.
           MOVE WRK-TOTAL-RESULTADO TO AHIST_DELTA.
           CLOSE CAMBIO-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-K-FILE.
           IF LANCAMENTO-LIBERADO
               CLOSE JORNAL-FILE
           END-IF.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
