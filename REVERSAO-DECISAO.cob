      *>                    ACUMHISTK (CONTA+DATA+SEQ), PARA OS       <*
      *>                    LEITORES BUSCAREM SO O PERIODO QUE        <*
      *>                    PRECISAM EM VEZ DE VARRER O ANO           <*
      *>   15/10/2026  GGS  ARQUIVO DE TRABALHO REVAPWRK AUMENTADO    <*
      *>                    PARA 48 POSICOES, ACOMPANHANDO O NOVO     <*
      *>                    CAMPO REVAPROV-OPERADOR                   <*
      *>   15/10/2026  GGS  O LANCAMENTO REAPLICADO NO SALDO GERA O   <*
      *>                    PAR BALANCEADO DE PARTIDAS EM GLPARTIDA   <*
      *>                    (REVC NA REAPLICACAO DE CREDITO, REVD NA  <*
      *>                    DE DEBITO), LEVADO AO RAZAO POR           <*
      *>                    GL-PARTIDA-LANCA.COB, POIS O ESTORNO      <*
      *>                    AUTOMATICO TIROU O LANCAMENTO DO DIARIO;  <*
      *>                    SEM OS CODIGOS EM TRANSCOD OU SEM         <*
      *>                    GLPARTIDA O ITEM NEGADO FICA PENDENTE NA  <*
      *>                    FILA E O STEP TERMINA COM RC=8            <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
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
           COPY CONTA-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG               PIC X(48).

       FD  FINAL-FILE.
       01  FINAL-REG.
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
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FINAL       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-REAPL-CRED     PIC X(04) VALUE "REVC".
       77  WRK-COD-REAPL-DEB      PIC X(04) VALUE "REVD".
       77  WRK-REVC-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-REVC-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-REVD-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-REVD-CREDITO       PIC 9(08) VALUE ZEROS.

       77  WRK-FIM-REVAPROV       PIC X(01) VALUE "N".
           88 FIM-REVAPROV            VALUE "S".
               OPEN OUTPUT FINAL-FILE
           END-IF.

           PERFORM 1300-PREPARAR-PARTIDAS
               THRU 1300-PREPARAR-PARTIDAS-EXIT.
           IF LANCAMENTO-RETIDO
               DISPLAY "REVERSAO-DECISAO: " WRK-MOTIVO-RETENCAO
                   " - ESTORNOS NEGADOS FICAM PENDENTES NA FILA"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF NOT FIM-REVAPROV
               PERFORM 2100-LER-ITEM THRU 2100-LER-ITEM-EXIT
           END-IF.
       1200-CARREGAR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A REAPLICACAO MEXE NO SALDO DO CLIENTE, ENTAO TEM DE CHEGAR *
      *>   AO RAZAO: OS PARES DE CONTAS DE REVC/REVD VEM DE TRANSCOD E *
      *>   AS PARTIDAS FICAM EM GLPARTIDA ATE GL-PARTIDA-LANCA.COB     *
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
           MOVE WRK-COD-REAPL-CRED TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO REVC AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-REVC-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-REVC-CREDITO
           END-READ.
           MOVE WRK-COD-REAPL-DEB TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO REVD AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-REVD-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-REVD-CREDITO
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
       2000-PROCESSAR-ITEM.
      *----------------------------------------------------------------*
       4000-REAPLICAR-LANCAMENTO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-REAPLICA-FALHOU.
           IF LANCAMENTO-RETIDO
               SET REAPLICA-FALHOU TO TRUE
               GO TO 4000-REAPLICAR-LANCAMENTO-EXIT
           END-IF.

           MOVE REVAPROV-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE

           REWRITE CONTA-REG.

           MOVE WRK-DATA-SISTEMA TO GLJ_DATA.
           MOVE CONTA_NUMERO     TO GLJ_CONTA_ORIGEM.
           MOVE REVAPROV-VALOR   TO GLJ_VALOR.
           IF REVAPROV-TIPO = "C"
               MOVE WRK-COD-REAPL-CRED TO GLJ_CODIGO
               MOVE WRK-REVC-DEBITO    TO GLJ_CONTA_GL
               MOVE "D"                TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-REVC-CREDITO   TO GLJ_CONTA_GL
               MOVE "C"                TO GLJ_DC
               WRITE JORNAL-REG
           ELSE
               MOVE WRK-COD-REAPL-DEB  TO GLJ_CODIGO
               MOVE WRK-REVD-DEBITO    TO GLJ_CONTA_GL
               MOVE "D"                TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-REVD-CREDITO   TO GLJ_CONTA_GL
               MOVE "C"                TO GLJ_DC
               WRITE JORNAL-REG
           END-IF.

      *>   A REAPLICACAO TAMBEM E UM DELTA DATADO DO SALDO, PARA A
      *>   RECONSTRUCAO (CONTA-RECONSTROI.COB) REPRODUZIR O DIA
           MOVE WRK-DATA-SISTEMA TO AHIST_DATA.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-K-FILE.
           CLOSE FINAL-FILE.
           IF LANCAMENTO-LIBERADO
               CLOSE JORNAL-FILE
           END-IF.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
