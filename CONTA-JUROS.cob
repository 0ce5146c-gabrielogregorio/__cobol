      *>                    (CONTA+DATA+SEQ), PARA OS LEITORES        <*
      *>                    BUSCAREM SO A CONTA E O PERIODO DE QUE    <*
      *>                    PRECISAM EM VEZ DE VARRER O ANO INTEIRO   <*
      *>   15/10/2026  GGS  A REGRA DE JUROS PASSA A VIR DO PRODUTO   <*
      *>                    DA CONTA NO CATALOGO (PRODUTO-LE.COB): SO <*
      *>                    PRODUTO DE ACRESCIMO DIARIO RECEBE JUROS  <*
      *>                    AQUI, ANIVERSARIO SEGUE PULADO COMO       <*
      *>                    POUPANCA, PRODUTO SEM JUROS OU            <*
      *>                    DESCONHECIDO E CONTADO A PARTE, E TAXAS   <*
      *>                    PROPRIAS DO PRODUTO PREVALECEM SOBRE AS   <*
      *>                    GLOBAIS                                   <*
      *>   15/10/2026  GGS  SALDO DEVEDOR DENTRO DO CHEQUE ESPECIAL   <*
      *>                    VIGENTE (CHESPMST) NAO PAGA MAIS A TAXA   <*
      *>                    DEVEDORA, QUE FICA SO PARA O EXCESSO      <*
      *>                    SOBRE O LIMITE; O USO DO LIMITE E COBRADO <*
      *>                    POR CHESP-APURA.COB                       <*
      *>   15/10/2026  GGS  CADA JUROS LANCADO NO SALDO GERA O PAR    <*
      *>                    BALANCEADO DE PARTIDAS EM GLPARTIDA (JRSC <*
      *>                    PARA O JUROS CREDOR PAGO AO CLIENTE, JRSD <*
      *>                    PARA O JUROS DEVEDOR COBRADO), LEVADO AO  <*
      *>                    RAZAO POR GL-PARTIDA-LANCA.COB; SEM OS    <*
      *>                    CODIGOS EM TRANSCOD OU SEM GLPARTIDA      <*
      *>                    NENHUM JUROS E LANCADO E O STEP TERMINA   <*
      *>                    COM RC=8                                  <*
      ******************************************************************

      *================================================================*
               RECORD KEY         IS AHK-CHAVE
               FILE STATUS        IS WRK-STATUS-HISTK.

           SELECT CHESP-FILE          ASSIGN TO "CHESPMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CHESP_CONTA
               FILE STATUS        IS WRK-STATUS-CHESP.

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

       FD  CHESP-FILE.
           COPY CHESP-REG.

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
       77  WRK-QTDE-SEM-TITULAR   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-POUPANCA      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-JUROS     PIC 9(07) VALUE ZEROS.
       77  WRK-TAXA-DEV-CONTA     PIC 9(01)V9(06) VALUE ZEROS.
       77  WRK-TAXA-CRE-CONTA     PIC 9(01)V9(06) VALUE ZEROS.
       77  WRK-STATUS-CHESP       PIC X(02) VALUE SPACES.
       77  WRK-CHESP-ABERTO       PIC X(01) VALUE "N".
           88 CHESP-ABERTO            VALUE "S".
       77  WRK-BASE-DEVEDORA      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-JUROS-CRED     PIC X(04) VALUE "JRSC".
       77  WRK-COD-JUROS-DEV      PIC X(04) VALUE "JRSD".
       77  WRK-JRSC-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-JRSC-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-JRSD-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-JRSD-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".
       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           02 FILLER               PIC X(14) VALUE " NOVO SALDO: ".
           02 WRK-J-SALDO           PIC -(8)9.99.

      *----------------------------------------------------------------*
      *>   PRODUTO DA CONTA (CATALOGO PRODUTOMST VIA PRODUTO-LE)       *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
           OPEN OUTPUT JUROS-RELAT-FILE.
           OPEN INPUT TITULAR-FILE.

           OPEN INPUT CHESP-FILE.
           IF WRK-STATUS-CHESP = "00"
               SET CHESP-ABERTO TO TRUE
           END-IF.

           OPEN I-O CLIENTE-TRANS-FILE.
           IF WRK-STATUS-CTRANS = "35"
               CLOSE CLIENTE-TRANS-FILE
           PERFORM 1050-OBTER-PARAMETROS
               THRU 1050-OBTER-PARAMETROS-EXIT.

           PERFORM 1100-PREPARAR-PARTIDAS
               THRU 1100-PREPARAR-PARTIDAS-EXIT.
           IF LANCAMENTO-RETIDO
               DISPLAY "CONTA-JUROS: " WRK-MOTIVO-RETENCAO
                   " - NENHUM JUROS LANCADO NESTA RODADA"
               MOVE 8 TO RETURN-CODE
               SET FIM-CONTA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE LOW-VALUES TO CONTA-REG.
           START CONTA-FILE KEY IS NOT LESS THAN CONTA_NUMERO
               INVALID KEY
       1050-OBTER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O JUROS MEXE NO SALDO DO CLIENTE, ENTAO TEM DE CHEGAR AO    *
      *>   RAZAO: OS PARES DE CONTAS DE JRSC/JRSD VEM DE TRANSCOD E AS *
      *>   PARTIDAS FICAM EM GLPARTIDA ATE GL-PARTIDA-LANCA.COB. SEM   *
      *>   ALGUM DELES O JUROS NAO E LANCADO (O SALDO NAO PODE MUDAR   *
      *>   SEM A PARTIDA QUE O ACOMPANHA)                              *
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
           MOVE WRK-COD-JUROS-CRED TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO JRSC AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-JRSC-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-JRSC-CREDITO
           END-READ.
           MOVE WRK-COD-JUROS-DEV TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO JRSD AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-JRSD-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-JRSD-CREDITO
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
               GO TO 2000-PROCESSAR-CONTA-LER
           END-IF.

      *>   A REGRA DE JUROS VEM DO PRODUTO: SO O ACRESCIMO DIARIO E
      *>   TRATADO AQUI; ANIVERSARIO E DE POUPANCA-ANIVERSARIO.COB
           CALL "PRODUTO-LE" USING CONTA_COD_PRODUTO CONTA_PRODUTO
               PRODUTO-REG WRK-PRODUTO-ACHADO.
           IF PRODUTO-ACHADO
               AND PROD-JUROS-ANIVERSARIO
               ADD 1 TO WRK-QTDE-POUPANCA
               GO TO 2000-PROCESSAR-CONTA-LER
           END-IF.
           IF NOT PRODUTO-ACHADO
               OR NOT PROD-JUROS-DIARIO
               ADD 1 TO WRK-QTDE-SEM-JUROS
               GO TO 2000-PROCESSAR-CONTA-LER
           END-IF.

           IF PROD-TAXA-PROPRIA
               MOVE PROD_TAXA_DEVEDORA TO WRK-TAXA-DEV-CONTA
               MOVE PROD_TAXA_CREDORA  TO WRK-TAXA-CRE-CONTA
           ELSE
               MOVE WRK-TAXA-DEVEDORA  TO WRK-TAXA-DEV-CONTA
               MOVE WRK-TAXA-CREDORA   TO WRK-TAXA-CRE-CONTA
           END-IF.

           IF CONTA_SALDO < ZEROS
               PERFORM 2200-BASE-DEVEDORA THRU 2200-BASE-DEVEDORA-EXIT
               COMPUTE WRK-JUROS-CALCULADO ROUNDED =
                       WRK-BASE-DEVEDORA * WRK-TAXA-DEV-CONTA
               COMPUTE WRK-JUROS-ABSOLUTO = WRK-JUROS-CALCULADO * -1
               ADD WRK-JUROS-ABSOLUTO TO WRK-TOTAL-DEVEDOR
           ELSE
               COMPUTE WRK-JUROS-CALCULADO ROUNDED =
                       CONTA_SALDO * WRK-TAXA-CRE-CONTA
               ADD WRK-JUROS-CALCULADO TO WRK-TOTAL-CREDOR
           END-IF.

           ADD WRK-JUROS-CALCULADO TO CONTA_SALDO.
           REWRITE CONTA-REG.

           IF WRK-JUROS-CALCULADO NOT = ZEROS
               PERFORM 2700-GRAVAR-PARTIDAS
                   THRU 2700-GRAVAR-PARTIDAS-EXIT
           END-IF.

      *>   O ACRESCIMO DE JUROS TAMBEM E UM DELTA DATADO DO SALDO,
      *>   PARA A RECONSTRUCAO (CONTA-RECONSTROI.COB) REPRODUZIR OS
      *>   DIAS DE CAPITALIZACAO
       2100-LER-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O SALDO DEVEDOR DENTRO DO CHEQUE ESPECIAL VIGENTE PAGA OS   *
      *>   JUROS DO CONTRATO (CHESP-APURA.COB); AQUI SO O EXCESSO      *
      *>   SOBRE O LIMITE, NEGATIVO NAO AUTORIZADO, PAGA A TAXA        *
      *>   DEVEDORA                                                    *
      *----------------------------------------------------------------*
       2200-BASE-DEVEDORA.
      *----------------------------------------------------------------*
           MOVE CONTA_SALDO TO WRK-BASE-DEVEDORA.
           IF NOT CHESP-ABERTO
               GO TO 2200-BASE-DEVEDORA-EXIT
           END-IF.
           MOVE CONTA_NUMERO TO CHESP_CONTA.
           READ CHESP-FILE
               INVALID KEY
                   GO TO 2200-BASE-DEVEDORA-EXIT
           END-READ.
           IF NOT CHESP-VIGENTE
               OR CHESP_DATA_VENCIMENTO < WRK-DATA-SISTEMA
               GO TO 2200-BASE-DEVEDORA-EXIT
           END-IF.
           ADD CHESP_LIMITE TO WRK-BASE-DEVEDORA.
           IF WRK-BASE-DEVEDORA > ZEROS
               MOVE ZEROS TO WRK-BASE-DEVEDORA
           END-IF.
       2200-BASE-DEVEDORA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PAR BALANCEADO DO JUROS EM GLPARTIDA: JRSC QUANDO O JUROS   *
      *>   CREDITA O CLIENTE, JRSD QUANDO O DEBITA                     *
      *----------------------------------------------------------------*
       2700-GRAVAR-PARTIDAS.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-SISTEMA TO GLJ_DATA.
           MOVE CONTA_NUMERO     TO GLJ_CONTA_ORIGEM.
           IF WRK-JUROS-CALCULADO > ZEROS
               MOVE WRK-COD-JUROS-CRED  TO GLJ_CODIGO
               MOVE WRK-JUROS-CALCULADO TO GLJ_VALOR
               MOVE WRK-JRSC-DEBITO     TO GLJ_CONTA_GL
               MOVE "D"                 TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-JRSC-CREDITO    TO GLJ_CONTA_GL
               MOVE "C"                 TO GLJ_DC
               WRITE JORNAL-REG
           ELSE
               MOVE WRK-COD-JUROS-DEV   TO GLJ_CODIGO
               COMPUTE GLJ_VALOR = WRK-JUROS-CALCULADO * -1
               MOVE WRK-JRSD-DEBITO     TO GLJ_CONTA_GL
               MOVE "D"                 TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-JRSD-CREDITO    TO GLJ_CONTA_GL
               MOVE "C"                 TO GLJ_DC
               WRITE JORNAL-REG
           END-IF.
       2700-GRAVAR-PARTIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MESMO DELTA VAI PARA O HISTORICO CHAVEADO ACUMHISTK; A    *
      *>   SEQUENCIA CRESCE ATE ACHAR CHAVE LIVRE PARA A CONTA+DATA    *
           CLOSE HISTORICO-K-FILE.
           CLOSE JUROS-RELAT-FILE.
           CLOSE TITULAR-FILE.
           IF CHESP-ABERTO
               CLOSE CHESP-FILE
           END-IF.
           CLOSE CLIENTE-TRANS-FILE.
           IF LANCAMENTO-LIBERADO
               CLOSE JORNAL-FILE
           END-IF.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
           DISPLAY "CONTAS SEM TITULAR...: " WRK-QTDE-SEM-TITULAR.
           DISPLAY "ENCERRADAS PULADAS...: " WRK-QTDE-ENCERRADAS.
           DISPLAY "POUPANCAS PULADAS....: " WRK-QTDE-POUPANCA.
           DISPLAY "PRODUTO SEM JUROS....: " WRK-QTDE-SEM-JUROS.
       9000-FINALIZAR-EXIT.
           EXIT.
