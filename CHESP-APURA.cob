      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CHESP-APURA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : APURACAO DIARIA DO CHEQUE ESPECIAL (CHESPMST), <*
      *>                ANTES DA TARIFA DE SALDO NEGATIVO. PARA CADA  <*
      *>                CONTRATO: (1) PEDIDO REFERIDO (CONTRATO P OU  <*
      *>                AUMENTO PEDIDO) E CASADO COM A DISPOSICAO DA  <*
      *>                MESA EM CREDFILA PELO CPF, DATA E VALOR:      <*
      *>                APROVADO ATIVA O LIMITE PEDIDO, NEGADO FECHA  <*
      *>                O PEDIDO; (2) CONTA ENCERRADA RETIRA O        <*
      *>                LIMITE; (3) VENCIDO, O CONTRATO E RENOVADO    <*
      *>                PELO MOTOR DE CREDITO (CREDITO-DECISAO.COB,   <*
      *>                MODALIDADE LM, NIVEL DO PARAMETRO CHESPNIVEL, <*
      *>                SEM ELE 1): APROVADO GANHA MAIS UM PRAZO,     <*
      *>                REFERIDO VOLTA A PENDENTE, NEGADO E RETIRADO; <*
      *>                (4) NA VIRADA DO MES (OU NA RETIRADA) OS      <*
      *>                JUROS E O IOF ACUMULADOS SAO DEBITADOS NA     <*
      *>                CONTA, COM HISTORICO DATADO (ACUMHIST,        <*
      *>                ACUMHISTK), EXTRATO DO TITULAR (CLITRANS,     <*
      *>                CODIGOS CHEJ E CHEI) E PARTIDAS DO DIARIO     <*
      *>                PELOS PARES DE TRANSCOD, GUARDADAS EM         <*
      *>                GLPARTIDA: O DIARIO GLJORNAL E REFEITO MAIS   <*
      *>                TARDE A PARTIR DE ACUMTRANS, ENTAO E          <*
      *>                GL-PARTIDA-LANCA.COB, DEPOIS DO DIARIO DO DIA,<*
      *>                QUEM AS LEVA AO GLJORNAL. FALTANDO UM DOS     <*
      *>                CODIGOS, NADA E COBRADO E O ACUMULADO ESPERA; <*
      *>                (5) UMA VEZ POR DIA, SOBRE O VALOR UTILIZADO  <*
      *>                DO LIMITE (SALDO DEVEDOR ATE O LIMITE),       <*
      *>                ACUMULA JUROS PELA TAXA MENSAL / 30 E IOF PELA<*
      *>                ALIQUOTA DIARIA DO SEGMENTO (CHESPIOFPF E     <*
      *>                CHESPIOFPJ, EM %; SEM ELES 0,0082 E 0,0041). O<*
      *>                QUE PASSA DO LIMITE CONTINUA NEGATIVO NAO     <*
      *>                AUTORIZADO. OCORRENCIAS SAEM EM CHESPAPU      <*
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
           SELECT CHESP-FILE          ASSIGN TO "CHESPMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CHESP_CONTA
               FILE STATUS        IS WRK-STATUS-CHESP.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT FILA-FILE           ASSIGN TO "CREDFILA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CRFI-CHAVE
               FILE STATUS        IS WRK-STATUS-FILA.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

           SELECT CLIENTE-TRANS-FILE  ASSIGN TO "CLITRANS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CLITRANS-CHAVE
               FILE STATUS        IS WRK-STATUS-CTRANS.

           SELECT HISTORICO-FILE      ASSIGN TO "ACUMHIST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-HIST.

           SELECT HISTORICO-K-FILE    ASSIGN TO "ACUMHISTK"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS AHK-CHAVE
               FILE STATUS        IS WRK-STATUS-HISTK.

           SELECT RELATORIO-FILE      ASSIGN TO "CHESPAPU"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CHESP-FILE.
           COPY CHESP-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  FILA-FILE.
           COPY CREDITO-FILA-REG.

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

       FD  CLIENTE-TRANS-FILE.
           COPY CLIENTE-TRANS-REG.

       FD  HISTORICO-FILE.
       01  HISTORICO-REG.
           02 AHIST_DATA          PIC 9(08).
           02 AHIST_CONTA         PIC 9(08).
           02 AHIST_DELTA         PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.

       FD  HISTORICO-K-FILE.
           COPY ACUMHISTK-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CHESP       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FILA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTRANS      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HIST        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HISTK       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-CHESP          PIC X(01) VALUE "N".
           88 FIM-CHESP               VALUE "S".
       77  WRK-FILA-ABERTA        PIC X(01) VALUE "N".
           88 FILA-ABERTA             VALUE "S".
       77  WRK-FIM-FILA           PIC X(01) VALUE "N".
           88 FIM-FILA                VALUE "S".
       77  WRK-CONTA-ACHADA       PIC X(01) VALUE "N".
           88 CONTA-ACHADA            VALUE "S".
       77  WRK-MESTRE-ALTERADO    PIC X(01) VALUE "N".
           88 MESTRE-ALTERADO         VALUE "S".
       77  WRK-COBRANCA           PIC X(01) VALUE "S".
           88 COBRANCA-LIBERADA       VALUE "S".
           88 COBRANCA-RETIDA         VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-DISPOSICAO         PIC X(01) VALUE SPACE.
           88 DISPOSICAO-APROVADA     VALUE "A".
           88 DISPOSICAO-NEGADA       VALUE "N".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.

       77  WRK-COD-JUROS          PIC X(04) VALUE "CHEJ".
       77  WRK-COD-IOF            PIC X(04) VALUE "CHEI".
       77  WRK-CHEJ-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-CHEJ-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-CHEI-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-CHEI-CREDITO       PIC 9(08) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-ALIQ    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-ALIQ5       PIC 9(01)V9(04).
           02 FILLER               PIC X(15).
       01  WRK-PARM-VALOR-NIVEL   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-NIVEL1      PIC 9(01).
           02 FILLER               PIC X(19).

      *----------------------------------------------------------------*
      *>   ALIQUOTA DIARIA DE IOF SOBRE O VALOR UTILIZADO (EM %)       *
      *----------------------------------------------------------------*
       77  WRK-IOF-DIA-PF         PIC 9(01)V9(04) VALUE 0.0082.
       77  WRK-IOF-DIA-PJ         PIC 9(01)V9(04) VALUE 0.0041.
       77  WRK-IOF-DIA            PIC 9(01)V9(04) VALUE ZEROS.

       77  WRK-VALOR-UTILIZADO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS-DIA          PIC 9(09)V9(04) VALUE ZEROS.
       77  WRK-IOF-VALOR-DIA      PIC 9(09)V9(04) VALUE ZEROS.
       77  WRK-COBRA-JUROS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-COBRA-IOF          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-COBRA-TOTAL        PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   RENOVACAO NO VENCIMENTO PELO MOTOR DE CREDITO               *
      *----------------------------------------------------------------*
       77  WRK-CRED-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CRED-LIMITE        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CRED-STATUS        PIC X(01) VALUE SPACE.
       77  WRK-CRED-REGIAO        PIC X(02) VALUE SPACES.
       77  WRK-CRED-NIVEL         PIC 9(01) VALUE 1.
       77  WRK-CRED-RESULTADO     PIC X(01) VALUE SPACE.
           88 CRED-APROVADO           VALUE "A".
           88 CRED-NEGADO             VALUE "N".
           88 CRED-REFERIDO           VALUE "R".
       77  WRK-CRED-OPERADOR      PIC X(08) VALUE "SISTEMA ".
       77  WRK-CRED-MODALIDADE    PIC X(02) VALUE "LM".
       77  WRK-CRED-OPERACAO      PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   SOMA DE MESES AO VENCIMENTO, COM O DIA LIMITADO AO ULTIMO   *
      *>   DIA DO MES DE DESTINO                                       *
      *----------------------------------------------------------------*
       01  WRK-DATA-CALCULO.
           02 WRK-CALC-ANO         PIC 9(04).
           02 WRK-CALC-MES         PIC 9(02).
           02 WRK-CALC-DIA         PIC 9(02).
       01  WRK-DATA-CALCULO-N     REDEFINES WRK-DATA-CALCULO
                                   PIC 9(08).
       77  WRK-MESES              PIC 9(03) VALUE ZEROS.
       77  WRK-ANOS               PIC 9(03) VALUE ZEROS.
       77  WRK-MESES-RESTO        PIC 9(02) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LANCAMENTO DA COBRANCA: HISTORICO DATADO E EXTRATO          *
      *----------------------------------------------------------------*
       77  WRK-LEG-CODIGO         PIC X(04) VALUE SPACES.
       77  WRK-LEG-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-FIM-SEQ            PIC X(01) VALUE "N".
           88 FIM-SEQ                 VALUE "S".
       77  WRK-PROXIMO-SEQ        PIC 9(04) VALUE ZEROS.

       77  WRK-HISTK-GRAVADO      PIC X(01) VALUE "N".
           88 HISTK-GRAVADO           VALUE "S".
       77  WRK-HISTK-ULT-CONTA    PIC 9(08) VALUE 99999999.
       77  WRK-HISTK-ULT-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-HISTK-ULT-SEQ      PIC 9(04) VALUE ZEROS.
       77  WRK-HISTK-SEQ-INI      PIC 9(04) VALUE ZEROS.
       77  WRK-HISTK-VARRIDO      PIC X(01) VALUE "N".
           88 HISTK-VARRIDO           VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ATIVADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NEGADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RENOVADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIRADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-COBRADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EM-USO        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-UTILIZADO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-IOF          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       01  WRK-LINHA-OCORRENCIA.
           02 FILLER               PIC X(06) VALUE "CONTA ".
           02 WRK-LO-CONTA         PIC 9(08).
           02 FILLER               PIC X(10) VALUE " CONTRATO ".
           02 WRK-LO-CONTRATO      PIC 9(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LO-VALOR         PIC Z(8)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LO-TEXTO         PIC X(50).
           02 FILLER               PIC X(02) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-CONTRATO
               THRU 2000-PROCESSAR-CONTRATO-EXIT
               UNTIL FIM-CHESP.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CHAP-SELO-12 MESTRE CONTASDB NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT.

           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               MOVE "TABELA TRANSCOD INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET COBRANCA-RETIDA TO TRUE
           ELSE
               MOVE WRK-COD-JUROS TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       MOVE "CODIGO CHEJ AUSENTE DE TRANSCOD"
                           TO WRK-MOTIVO-RETENCAO
                       SET COBRANCA-RETIDA TO TRUE
                   NOT INVALID KEY
                       MOVE TCOD_CONTA_DEBITO  TO WRK-CHEJ-DEBITO
                       MOVE TCOD_CONTA_CREDITO TO WRK-CHEJ-CREDITO
               END-READ
               MOVE WRK-COD-IOF TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       MOVE "CODIGO CHEI AUSENTE DE TRANSCOD"
                           TO WRK-MOTIVO-RETENCAO
                       SET COBRANCA-RETIDA TO TRUE
                   NOT INVALID KEY
                       MOVE TCOD_CONTA_DEBITO  TO WRK-CHEI-DEBITO
                       MOVE TCOD_CONTA_CREDITO TO WRK-CHEI-CREDITO
               END-READ
           END-IF.
           CLOSE TRANSCOD-FILE.
           IF COBRANCA-RETIDA
               DISPLAY "CHESP-APURA: " WRK-MOTIVO-RETENCAO
                   " - JUROS E IOF FICAM ACUMULADOS SEM COBRANCA"
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O CHESP-FILE.
           IF WRK-STATUS-CHESP = "35"
               DISPLAY "CHESP-APURA: CHESPMST AINDA NAO EXISTE - "
                   "NENHUM CHEQUE ESPECIAL A APURAR"
               SET FIM-CHESP TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF WRK-STATUS-CHESP NOT = "00"
               DISPLAY "CHESP-APURA: CHESPMST INDISPONIVEL, STATUS "
                   WRK-STATUS-CHESP " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "CHESP-APURA: CONTASDB INDISPONIVEL, STATUS "
                   WRK-STATUS-CONTA " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FILA-FILE.
           IF WRK-STATUS-FILA = "00"
               SET FILA-ABERTA TO TRUE
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.

           OPEN EXTEND HISTORICO-FILE.
           IF WRK-STATUS-HIST = "35"
               OPEN OUTPUT HISTORICO-FILE
           END-IF.

           OPEN I-O HISTORICO-K-FILE.
           IF WRK-STATUS-HISTK = "35"
               CLOSE HISTORICO-K-FILE
               OPEN OUTPUT HISTORICO-K-FILE
               CLOSE HISTORICO-K-FILE
               OPEN I-O HISTORICO-K-FILE
           END-IF.

           OPEN I-O CLIENTE-TRANS-FILE.
           IF WRK-STATUS-CTRANS = "35"
               CLOSE CLIENTE-TRANS-FILE
               OPEN OUTPUT CLIENTE-TRANS-FILE
               CLOSE CLIENTE-TRANS-FILE
               OPEN I-O CLIENTE-TRANS-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "APURACAO DO CHEQUE ESPECIAL" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE "CHESPIOFPF" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               MOVE WRK-PARM-ALIQ5 TO WRK-IOF-DIA-PF
           END-IF.

           MOVE "CHESPIOFPJ" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               MOVE WRK-PARM-ALIQ5 TO WRK-IOF-DIA-PJ
           END-IF.

           MOVE "CHESPNIVEL" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:1) IS NUMERIC
               MOVE WRK-PARM-NIVEL1 TO WRK-CRED-NIVEL
           END-IF.
       1100-LER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-CONTRATO.
      *----------------------------------------------------------------*
           READ CHESP-FILE NEXT RECORD.
           IF WRK-STATUS-CHESP NOT = "00"
               SET FIM-CHESP TO TRUE
               GO TO 2000-PROCESSAR-CONTRATO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.

           IF CHESP-PENDENTE
               OR (CHESP-VIGENTE AND CHESP_LIMITE_PEDIDO > ZEROS)
               PERFORM 2100-CONSULTAR-MESA
                   THRU 2100-CONSULTAR-MESA-EXIT
           END-IF.

           MOVE "N" TO WRK-CONTA-ACHADA.
           MOVE CHESP_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTA-ACHADA TO TRUE
           END-READ.

           IF CHESP-VIGENTE
               AND (NOT CONTA-ACHADA OR CONTA-ENCERRADA)
               MOVE "CONTA ENCERRADA" TO CHESP_MOTIVO
               PERFORM 2300-RETIRAR THRU 2300-RETIRAR-EXIT
           END-IF.

           IF CHESP-VIGENTE
               AND CHESP_DATA_VENCIMENTO < WRK-DATA-HOJE
               PERFORM 2200-RENOVAR THRU 2200-RENOVAR-EXIT
           END-IF.

           IF CHESP_DATA_ULT_COBRA (1:6) NOT = WRK-DATA-HOJE (1:6)
               OR (CHESP-RETIRADO
                   AND CHESP_JUROS_ACUM + CHESP_IOF_ACUM > ZEROS)
               PERFORM 2400-COBRAR THRU 2400-COBRAR-EXIT
           END-IF.

           IF CHESP-VIGENTE
               AND CONTA-ACHADA
               AND CHESP_DATA_ULT_APURA NOT = WRK-DATA-HOJE
               PERFORM 2500-ACUMULAR THRU 2500-ACUMULAR-EXIT
           END-IF.

           REWRITE CHESP-REG
               INVALID KEY
                   DISPLAY "CHESP-APURA: FALHA REGRAVANDO CONTRATO "
                       "DA CONTA " CHESP_CONTA
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
       2000-PROCESSAR-CONTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MOTOR REFERIU O PEDIDO A MESA: A DISPOSICAO DO ITEM DE    *
      *>   CREDFILA DO MESMO CPF E VALOR, DESDE A DATA DO PEDIDO,      *
      *>   DECIDE. SEM DISPOSICAO O PEDIDO CONTINUA ESPERANDO          *
      *----------------------------------------------------------------*
       2100-CONSULTAR-MESA.
      *----------------------------------------------------------------*
           IF NOT FILA-ABERTA
               GO TO 2100-CONSULTAR-MESA-EXIT
           END-IF.
           MOVE SPACE TO WRK-DISPOSICAO.
           MOVE "N" TO WRK-FIM-FILA.
           MOVE CHESP_CPF         TO CRFI_CPF.
           MOVE CHESP_DATA_PEDIDO TO CRFI_DATA.
           MOVE ZEROS             TO CRFI_HORA.
           START FILA-FILE KEY IS NOT LESS THAN CRFI-CHAVE
               INVALID KEY
                   SET FIM-FILA TO TRUE
           END-START.
           PERFORM 2150-EXAMINAR-FILA THRU 2150-EXAMINAR-FILA-EXIT
               UNTIL FIM-FILA.

           IF DISPOSICAO-APROVADA
               MOVE CHESP_LIMITE_PEDIDO TO CHESP_LIMITE
               MOVE CHESP_LIMITE_PEDIDO TO WRK-LO-VALOR
               MOVE ZEROS               TO CHESP_LIMITE_PEDIDO
               IF CHESP-PENDENTE
                   SET CHESP-VIGENTE TO TRUE
                   MOVE WRK-DATA-HOJE TO CHESP_DATA_SITUACAO
                   MOVE WRK-DATA-HOJE TO CHESP_DATA_ULT_COBRA
                   IF CHESP_DATA_VENCIMENTO < WRK-DATA-HOJE
                       MOVE WRK-DATA-HOJE     TO WRK-DATA-CALCULO-N
                       MOVE CHESP_PRAZO_MESES TO WRK-MESES
                       PERFORM 8500-SOMAR-MESES
                           THRU 8500-SOMAR-MESES-EXIT
                       MOVE WRK-DATA-CALCULO-N
                           TO CHESP_DATA_VENCIMENTO
                   END-IF
               END-IF
               ADD 1 TO WRK-QTDE-ATIVADOS
               MOVE "LIMITE APROVADO PELA MESA - VIGENTE"
                   TO WRK-LO-TEXTO
               PERFORM 2900-RELATAR THRU 2900-RELATAR-EXIT
           END-IF.

           IF DISPOSICAO-NEGADA
               MOVE CHESP_LIMITE_PEDIDO TO WRK-LO-VALOR
               MOVE ZEROS               TO CHESP_LIMITE_PEDIDO
               IF CHESP-PENDENTE
                   SET CHESP-NEGADO TO TRUE
                   MOVE WRK-DATA-HOJE TO CHESP_DATA_SITUACAO
                   MOVE "NEGADO PELA MESA DE CREDITO" TO CHESP_MOTIVO
                   MOVE "CONTRATO NEGADO PELA MESA" TO WRK-LO-TEXTO
               ELSE
                   MOVE "AUMENTO NEGADO PELA MESA - LIMITE MANTIDO"
                       TO WRK-LO-TEXTO
               END-IF
               ADD 1 TO WRK-QTDE-NEGADOS
               PERFORM 2900-RELATAR THRU 2900-RELATAR-EXIT
           END-IF.
       2100-CONSULTAR-MESA-EXIT.
           EXIT.

       2150-EXAMINAR-FILA.
           READ FILA-FILE NEXT RECORD.
           IF WRK-STATUS-FILA NOT = "00"
               OR CRFI_CPF NOT = CHESP_CPF
               SET FIM-FILA TO TRUE
               GO TO 2150-EXAMINAR-FILA-EXIT
           END-IF.
           IF CRFI_VALOR = CHESP_LIMITE_PEDIDO
               AND (CRFI-APROVADO OR CRFI-NEGADO)
               MOVE CRFI_STATUS TO WRK-DISPOSICAO
           END-IF.
       2150-EXAMINAR-FILA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VENCIMENTO: O MESMO LIMITE VOLTA AO MOTOR. APROVADO, MAIS   *
      *>   UM PRAZO A PARTIR DO VENCIMENTO; REFERIDO, O CONTRATO       *
      *>   VOLTA A PENDENTE ATE A MESA; NEGADO, O LIMITE E RETIRADO    *
      *----------------------------------------------------------------*
       2200-RENOVAR.
      *----------------------------------------------------------------*
           MOVE CHESP_LIMITE TO WRK-CRED-VALOR.
           MOVE ZEROS        TO WRK-CRED-LIMITE.
           MOVE CONTA_STATUS TO WRK-CRED-STATUS.
           IF WRK-CRED-STATUS = SPACE
               MOVE "A" TO WRK-CRED-STATUS
           END-IF.
           MOVE CHESP_CONTA  TO WRK-CRED-OPERACAO.
           MOVE SPACE        TO WRK-CRED-RESULTADO.
           CALL "CREDITO-DECISAO" USING WRK-CRED-VALOR
               WRK-CRED-LIMITE WRK-CRED-STATUS WRK-CRED-REGIAO
               WRK-CRED-NIVEL WRK-CRED-RESULTADO CHESP_CPF
               WRK-CRED-OPERADOR WRK-CRED-MODALIDADE
               WRK-CRED-OPERACAO.

           MOVE CHESP_LIMITE TO WRK-LO-VALOR.
           EVALUATE TRUE
               WHEN CRED-APROVADO
                   MOVE CHESP_DATA_VENCIMENTO TO WRK-DATA-CALCULO-N
                   MOVE CHESP_PRAZO_MESES     TO WRK-MESES
                   PERFORM 8500-SOMAR-MESES
                       THRU 8500-SOMAR-MESES-EXIT
                   IF WRK-DATA-CALCULO-N < WRK-DATA-HOJE
                       MOVE WRK-DATA-HOJE     TO WRK-DATA-CALCULO-N
                       PERFORM 8500-SOMAR-MESES
                           THRU 8500-SOMAR-MESES-EXIT
                   END-IF
                   MOVE WRK-DATA-CALCULO-N TO CHESP_DATA_VENCIMENTO
                   MOVE WRK-DATA-HOJE      TO CHESP_DATA_SITUACAO
                   ADD 1 TO WRK-QTDE-RENOVADOS
                   MOVE "RENOVADO NO VENCIMENTO" TO WRK-LO-TEXTO
                   PERFORM 2900-RELATAR THRU 2900-RELATAR-EXIT
               WHEN CRED-REFERIDO
                   SET CHESP-PENDENTE TO TRUE
                   MOVE CHESP_LIMITE  TO CHESP_LIMITE_PEDIDO
                   MOVE ZEROS         TO CHESP_LIMITE
                   MOVE WRK-DATA-HOJE TO CHESP_DATA_PEDIDO
                   MOVE WRK-DATA-HOJE TO CHESP_DATA_SITUACAO
                   MOVE "VENCIDO - RENOVACAO REFERIDA A MESA"
                       TO WRK-LO-TEXTO
                   PERFORM 2900-RELATAR THRU 2900-RELATAR-EXIT
               WHEN OTHER
                   MOVE "VENCIDO SEM RENOVACAO" TO CHESP_MOTIVO
                   PERFORM 2300-RETIRAR THRU 2300-RETIRAR-EXIT
           END-EVALUATE.
       2200-RENOVAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RETIRADA PELA APURACAO; O MOTIVO JA VEM EM CHESP_MOTIVO     *
      *----------------------------------------------------------------*
       2300-RETIRAR.
      *----------------------------------------------------------------*
           SET CHESP-RETIRADO TO TRUE.
           MOVE WRK-DATA-HOJE TO CHESP_DATA_SITUACAO.
           MOVE ZEROS         TO CHESP_LIMITE_PEDIDO.
           MOVE "SISTEMA "    TO CHESP_OPERADOR.
           ADD 1 TO WRK-QTDE-RETIRADOS.
           MOVE CHESP_LIMITE  TO WRK-LO-VALOR.
           STRING "RETIRADO: " DELIMITED BY SIZE
               CHESP_MOTIVO DELIMITED BY SIZE
               INTO WRK-LO-TEXTO.
           PERFORM 2900-RELATAR THRU 2900-RELATAR-EXIT.
       2300-RETIRAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   COBRANCA MENSAL DOS JUROS E DO IOF ACUMULADOS, DEBITADOS NA *
      *>   CONTA MESMO QUE PASSEM DO LIMITE                            *
      *----------------------------------------------------------------*
       2400-COBRAR.
      *----------------------------------------------------------------*
           IF CHESP_JUROS_ACUM + CHESP_IOF_ACUM = ZEROS
               MOVE WRK-DATA-HOJE TO CHESP_DATA_ULT_COBRA
               GO TO 2400-COBRAR-EXIT
           END-IF.
           IF COBRANCA-RETIDA
               OR NOT CONTA-ACHADA
               GO TO 2400-COBRAR-EXIT
           END-IF.

           COMPUTE WRK-COBRA-JUROS ROUNDED = CHESP_JUROS_ACUM.
           COMPUTE WRK-COBRA-IOF   ROUNDED = CHESP_IOF_ACUM.
           COMPUTE WRK-COBRA-TOTAL = WRK-COBRA-JUROS + WRK-COBRA-IOF.

           IF WRK-COBRA-TOTAL > ZEROS
               SUBTRACT WRK-COBRA-TOTAL FROM CONTA_SALDO
                   ON SIZE ERROR
                       DISPLAY "CHESP-APURA: COBRANCA ESTOURA O SALDO "
                           "DA CONTA " CHESP_CONTA " - NAO COBRADA"
                       MOVE 8 TO RETURN-CODE
                       GO TO 2400-COBRAR-EXIT
               END-SUBTRACT
               REWRITE CONTA-REG
                   INVALID KEY
                       DISPLAY "CHESP-APURA: FALHA REGRAVANDO A CONTA "
                           CHESP_CONTA " - COBRANCA NAO FEITA"
                       MOVE 8 TO RETURN-CODE
                       GO TO 2400-COBRAR-EXIT
               END-REWRITE
               SET MESTRE-ALTERADO TO TRUE
           END-IF.

           IF WRK-COBRA-JUROS > ZEROS
               MOVE WRK-COD-JUROS   TO WRK-LEG-CODIGO
               MOVE WRK-COBRA-JUROS TO WRK-LEG-VALOR
               PERFORM 2600-LANCAR THRU 2600-LANCAR-EXIT
               MOVE WRK-CHEJ-DEBITO  TO GLJ_CONTA_GL
               MOVE "D"              TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-CHEJ-CREDITO TO GLJ_CONTA_GL
               MOVE "C"              TO GLJ_DC
               WRITE JORNAL-REG
           END-IF.
           IF WRK-COBRA-IOF > ZEROS
               MOVE WRK-COD-IOF     TO WRK-LEG-CODIGO
               MOVE WRK-COBRA-IOF   TO WRK-LEG-VALOR
               PERFORM 2600-LANCAR THRU 2600-LANCAR-EXIT
               MOVE WRK-CHEI-DEBITO  TO GLJ_CONTA_GL
               MOVE "D"              TO GLJ_DC
               WRITE JORNAL-REG
               MOVE WRK-CHEI-CREDITO TO GLJ_CONTA_GL
               MOVE "C"              TO GLJ_DC
               WRITE JORNAL-REG
           END-IF.

           ADD 1 TO WRK-QTDE-COBRADOS.
           ADD WRK-COBRA-JUROS TO WRK-TOTAL-JUROS.
           ADD WRK-COBRA-IOF   TO WRK-TOTAL-IOF.
           MOVE ZEROS         TO CHESP_JUROS_ACUM CHESP_IOF_ACUM.
           MOVE WRK-DATA-HOJE TO CHESP_DATA_ULT_COBRA.

           MOVE WRK-COBRA-TOTAL TO WRK-LO-VALOR.
           MOVE "COBRADOS JUROS E IOF DO CHEQUE ESPECIAL"
               TO WRK-LO-TEXTO.
           PERFORM 2900-RELATAR THRU 2900-RELATAR-EXIT.
       2400-COBRAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ACUMULO DO DIA SOBRE O VALOR UTILIZADO, QUE NUNCA PASSA DO  *
      *>   LIMITE: O EXCESSO E NEGATIVO NAO AUTORIZADO (CONTA-JUROS)   *
      *----------------------------------------------------------------*
       2500-ACUMULAR.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE TO CHESP_DATA_ULT_APURA.
           IF CONTA_SALDO NOT < ZEROS
               GO TO 2500-ACUMULAR-EXIT
           END-IF.
           IF CONTA_SALDO + CHESP_LIMITE < ZEROS
               MOVE CHESP_LIMITE TO WRK-VALOR-UTILIZADO
           ELSE
               COMPUTE WRK-VALOR-UTILIZADO = ZEROS - CONTA_SALDO
           END-IF.
           IF WRK-VALOR-UTILIZADO = ZEROS
               GO TO 2500-ACUMULAR-EXIT
           END-IF.

           IF CHESP_SEGMENTO = "PJ"
               MOVE WRK-IOF-DIA-PJ TO WRK-IOF-DIA
           ELSE
               MOVE WRK-IOF-DIA-PF TO WRK-IOF-DIA
           END-IF.
           COMPUTE WRK-JUROS-DIA ROUNDED =
               WRK-VALOR-UTILIZADO * CHESP_TAXA_MES / 100 / 30.
           COMPUTE WRK-IOF-VALOR-DIA ROUNDED =
               WRK-VALOR-UTILIZADO * WRK-IOF-DIA / 100.
           ADD WRK-JUROS-DIA     TO CHESP_JUROS_ACUM.
           ADD WRK-IOF-VALOR-DIA TO CHESP_IOF_ACUM.

           ADD 1 TO WRK-QTDE-EM-USO.
           ADD WRK-VALOR-UTILIZADO TO WRK-TOTAL-UTILIZADO.
       2500-ACUMULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O DEBITO VAI AO HISTORICO DATADO, AO EXTRATO DO TITULAR E   *
      *>   PREPARA A PARTIDA PARA GLPARTIDA (CONTA GL VEM DO CHAMADOR) *
      *----------------------------------------------------------------*
       2600-LANCAR.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE TO AHIST_DATA.
           MOVE CHESP_CONTA   TO AHIST_CONTA.
           COMPUTE AHIST_DELTA = WRK-LEG-VALOR * -1.
           WRITE HISTORICO-REG.
           PERFORM 8800-GRAVAR-HISTK THRU 8800-GRAVAR-HISTK-EXIT.

           IF CHESP_CPF NOT = SPACES
               PERFORM 3200-OBTER-PROXIMO-SEQ
                   THRU 3200-OBTER-PROXIMO-SEQ-EXIT
               MOVE CHESP_CPF            TO CLITRANS_CPF
               MOVE WRK-PROXIMO-SEQ      TO CLITRANS_SEQ
               MOVE WRK-DATA-HOJE        TO CLITRANS_DATA
               MOVE "D"                  TO CLITRANS_TIPO
               MOVE WRK-LEG-VALOR        TO CLITRANS_VALOR
               MOVE WRK-LEG-CODIGO       TO CLITRANS_CODIGO
               MOVE ZEROS                TO CLITRANS_FILIAL
               MOVE "CHE"                TO CLITRANS_CANAL
               MOVE WRK-HORA-AGORA (1:6) TO CLITRANS_HORA_ENT
               MOVE "SISTEMA "           TO CLITRANS_OPERADOR
               WRITE CLITRANS-REG
                   INVALID KEY
                       DISPLAY "ERRO GRAVANDO HISTORICO DE CHEQUE "
                           "ESPECIAL CPF " CHESP_CPF
               END-WRITE
           END-IF.

           MOVE WRK-DATA-HOJE  TO GLJ_DATA.
           MOVE CHESP_CONTA    TO GLJ_CONTA_ORIGEM.
           MOVE WRK-LEG-CODIGO TO GLJ_CODIGO.
           MOVE WRK-LEG-VALOR  TO GLJ_VALOR.
       2600-LANCAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-RELATAR.
      *----------------------------------------------------------------*
           MOVE CHESP_CONTA    TO WRK-LO-CONTA.
           MOVE CHESP_CONTRATO TO WRK-LO-CONTRATO.
           MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO WRK-LO-TEXTO.
       2900-RELATAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-OBTER-PROXIMO-SEQ.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-PROXIMO-SEQ.
           MOVE "N" TO WRK-FIM-SEQ.

           MOVE CHESP_CPF TO CLITRANS_CPF.
           MOVE ZEROS     TO CLITRANS_SEQ.
           START CLIENTE-TRANS-FILE KEY IS NOT LESS THAN CLITRANS-CHAVE
               INVALID KEY
                   SET FIM-SEQ TO TRUE
           END-START.

           PERFORM 3250-EXAMINAR-SEQ
               THRU 3250-EXAMINAR-SEQ-EXIT
               UNTIL FIM-SEQ.

           ADD 1 TO WRK-PROXIMO-SEQ.
       3200-OBTER-PROXIMO-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3250-EXAMINAR-SEQ.
      *----------------------------------------------------------------*
           READ CLIENTE-TRANS-FILE NEXT RECORD.
           IF WRK-STATUS-CTRANS NOT = "00"
               SET FIM-SEQ TO TRUE
               GO TO 3250-EXAMINAR-SEQ-EXIT
           END-IF.

           IF CLITRANS_CPF NOT = CHESP_CPF
               SET FIM-SEQ TO TRUE
               GO TO 3250-EXAMINAR-SEQ-EXIT
           END-IF.

           MOVE CLITRANS_SEQ TO WRK-PROXIMO-SEQ.
       3250-EXAMINAR-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8500-SOMAR-MESES.
      *----------------------------------------------------------------*
           DIVIDE WRK-MESES BY 12 GIVING WRK-ANOS
               REMAINDER WRK-MESES-RESTO.
           ADD WRK-ANOS TO WRK-CALC-ANO.
           ADD WRK-MESES-RESTO TO WRK-CALC-MES.
           IF WRK-CALC-MES > 12
               SUBTRACT 12 FROM WRK-CALC-MES
               ADD 1 TO WRK-CALC-ANO
           END-IF.

           PERFORM 8600-ULTIMO-DIA-DO-MES
               THRU 8600-ULTIMO-DIA-DO-MES-EXIT.
           IF WRK-CALC-DIA > WRK-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA-MES TO WRK-CALC-DIA
           END-IF.
       8500-SOMAR-MESES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8600-ULTIMO-DIA-DO-MES.
      *----------------------------------------------------------------*
           EVALUATE WRK-CALC-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-CALC-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-CALC-ANO BY 100
                           GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-CALC-ANO BY 400
                               GIVING WRK-QUOC-BISSEXTO
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       8600-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MESMO DELTA VAI PARA O HISTORICO CHAVEADO ACUMHISTK; A    *
      *>   SEQUENCIA CRESCE ATE ACHAR CHAVE LIVRE PARA A CONTA+DATA    *
      *----------------------------------------------------------------*
       8800-GRAVAR-HISTK.
      *----------------------------------------------------------------*
           IF AHIST_CONTA NOT = WRK-HISTK-ULT-CONTA
               OR AHIST_DATA NOT = WRK-HISTK-ULT-DATA
               PERFORM 8820-MAIOR-SEQ-GRAVADO
                   THRU 8820-MAIOR-SEQ-GRAVADO-EXIT
           END-IF.

           MOVE AHIST_CONTA TO AHK_CONTA.
           MOVE AHIST_DATA  TO AHK_DATA.
           MOVE AHIST_DELTA TO AHK_DELTA.

           IF WRK-HISTK-ULT-SEQ < 9999
               COMPUTE WRK-HISTK-SEQ-INI = WRK-HISTK-ULT-SEQ + 1
           ELSE
               MOVE 9999 TO WRK-HISTK-SEQ-INI
           END-IF.

           MOVE "N" TO WRK-HISTK-GRAVADO.
           PERFORM 8850-TENTAR-SEQ THRU 8850-TENTAR-SEQ-EXIT
               VARYING AHK_SEQ FROM WRK-HISTK-SEQ-INI BY 1
               UNTIL HISTK-GRAVADO
                  OR AHK_SEQ > 9999.

           IF HISTK-GRAVADO
               MOVE AHK_SEQ TO WRK-HISTK-ULT-SEQ
           END-IF.
       8800-GRAVAR-HISTK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8820-MAIOR-SEQ-GRAVADO.
      *----------------------------------------------------------------*
           MOVE AHIST_CONTA TO WRK-HISTK-ULT-CONTA.
           MOVE AHIST_DATA  TO WRK-HISTK-ULT-DATA.
           MOVE ZEROS       TO WRK-HISTK-ULT-SEQ.
           MOVE "N" TO WRK-HISTK-VARRIDO.

           MOVE AHIST_CONTA TO AHK_CONTA.
           MOVE AHIST_DATA  TO AHK_DATA.
           MOVE ZEROS       TO AHK_SEQ.
           START HISTORICO-K-FILE KEY IS NOT LESS THAN AHK-CHAVE
               INVALID KEY
                   SET HISTK-VARRIDO TO TRUE
           END-START.

           PERFORM 8830-OLHAR-SEQ THRU 8830-OLHAR-SEQ-EXIT
               UNTIL HISTK-VARRIDO.
       8820-MAIOR-SEQ-GRAVADO-EXIT.
           EXIT.

       8830-OLHAR-SEQ.
           READ HISTORICO-K-FILE NEXT RECORD.
           IF WRK-STATUS-HISTK NOT = "00"
               SET HISTK-VARRIDO TO TRUE
               GO TO 8830-OLHAR-SEQ-EXIT
           END-IF.
           IF AHK_CONTA NOT = WRK-HISTK-ULT-CONTA
               OR AHK_DATA NOT = WRK-HISTK-ULT-DATA
               SET HISTK-VARRIDO TO TRUE
               GO TO 8830-OLHAR-SEQ-EXIT
           END-IF.
           MOVE AHK_SEQ TO WRK-HISTK-ULT-SEQ.
       8830-OLHAR-SEQ-EXIT.
           EXIT.

       8850-TENTAR-SEQ.
           WRITE HISTORICO-K-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTK-GRAVADO TO TRUE
           END-WRITE.
       8850-TENTAR-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF WRK-STATUS-CHESP = "35"
               GO TO 9000-FINALIZAR-EXIT
           END-IF.
           CLOSE CHESP-FILE.
           CLOSE CONTA-FILE.
           IF FILA-ABERTA
               CLOSE FILA-FILE
           END-IF.
           CLOSE JORNAL-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-K-FILE.
           CLOSE CLIENTE-TRANS-FILE.
           CLOSE RELATORIO-FILE.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
           IF MESTRE-ALTERADO
               MOVE "G" TO WRK-SELO-FUNCAO
               MOVE "CONTASDB" TO WRK-SELO-ARQUIVO
               CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
                   WRK-SELO-ARQUIVO WRK-SELO-RESULTADO
           END-IF.

           DISPLAY "===== APURACAO DO CHEQUE ESPECIAL =====".
           DISPLAY "CONTRATOS LIDOS......: " WRK-QTDE-LIDOS.
           DISPLAY "ATIVADOS PELA MESA...: " WRK-QTDE-ATIVADOS.
           DISPLAY "NEGADOS PELA MESA....: " WRK-QTDE-NEGADOS.
           DISPLAY "RENOVADOS............: " WRK-QTDE-RENOVADOS.
           DISPLAY "RETIRADOS............: " WRK-QTDE-RETIRADOS.
           DISPLAY "CONTAS USANDO LIMITE.: " WRK-QTDE-EM-USO.
           DISPLAY "VALOR UTILIZADO......: " WRK-TOTAL-UTILIZADO.
           DISPLAY "COBRANCAS MENSAIS....: " WRK-QTDE-COBRADOS.
           DISPLAY "JUROS COBRADOS.......: " WRK-TOTAL-JUROS.
           DISPLAY "IOF COBRADO..........: " WRK-TOTAL-IOF.
       9000-FINALIZAR-EXIT.
           EXIT.
