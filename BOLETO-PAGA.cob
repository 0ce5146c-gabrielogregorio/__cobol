      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. BOLETO-PAGA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : PAGAMENTO NO CAIXA DE CONTAS DE CONSUMO E      <*
      *>                BOLETOS DE OUTROS BANCOS, COM DEBITO NA CONTA <*
      *>                DO PAGADOR. O ARQUIVO PAGIN TRAZ A CONTA, O   <*
      *>                CODIGO DE BARRAS (44 POSICOES) OU A LINHA     <*
      *>                DIGITAVEL (47 DO BOLETO, 48 DA ARRECADACAO),  <*
      *>                O VALOR DIGITADO (SO QUANDO O CODIGO NAO TRAZ <*
      *>                VALOR) E O QUE O DOCUMENTO IMPRIME SOBRE      <*
      *>                ATRASO: SE ACEITA ENCARGOS (MULTA EM % E      <*
      *>                JUROS EM % AO MES) E A DATA LIMITE DE         <*
      *>                PAGAMENTO. A LINHA DIGITAVEL TEM CADA CAMPO   <*
      *>                CONFERIDO PELO DIGITO MODULO 10 (OU 11 NA     <*
      *>                ARRECADACAO, CONFORME O IDENTIFICADOR DE      <*
      *>                VALOR) E O CODIGO DE BARRAS PELO DIGITO       <*
      *>                GERAL. DO BOLETO SAEM O VALOR E O VENCIMENTO  <*
      *>                (FATOR CONTADO A PARTIR DE 22/02/2025 = 1000, <*
      *>                O CICLO ATUAL DA FEBRABAN); DA ARRECADACAO SO <*
      *>                O VALOR. DOCUMENTO APOS A DATA LIMITE E       <*
      *>                RECUSADO; VENCIDO QUE ACEITA ENCARGOS PAGA    <*
      *>                MULTA E JUROS PRO RATA DIA. O TOTAL E         <*
      *>                DEBITADO EM ACUMTRANS COM O CODIGO PGCT,      <*
      *>                CONFERIDO CONTRA O SALDO DISPONIVEL, E SEGUE  <*
      *>                NA REMESSA PAGREM AO BANCO RECEBEDOR COM      <*
      *>                HEADER E TRAILER (QUANTIDADE E VALOR), NA     <*
      *>                MESMA DISCIPLINA DE CLIEXPRT. RECUSAS SAEM NO <*
      *>                RELATORIO PAGREL                              <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "PAGIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT REMESSA-FILE        ASSIGN TO "PAGREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

           SELECT RELATORIO-FILE      ASSIGN TO "PAGREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 PPED-CONTA              PIC 9(08).
           02 PPED-FORMA              PIC X(01).
               88 PPED-BARRAS             VALUE "B".
               88 PPED-LINHA              VALUE "L".
           02 PPED-CODIGO             PIC X(48).
           02 PPED-VALOR-INF          PIC 9(09)V99.
           02 PPED-ENCARGO            PIC X(01).
               88 PPED-ACEITA-ENCARGO     VALUE "S".
           02 PPED-MULTA-PCT          PIC 9(02)V99.
           02 PPED-JUROS-PCT          PIC 9(02)V99.
           02 PPED-DATA-LIMITE        PIC 9(08).
           02 PPED-FILIAL             PIC 9(04).
           02 PPED-OPERADOR           PIC X(08).

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA              PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-RECUSAR            PIC X(01) VALUE "N".
           88 RECUSAR-PEDIDO          VALUE "S".
       77  WRK-SALDO-DISPONIVEL   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-NECESSARIO         PIC 9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CODIGO DE BARRAS NORMALIZADO (44 POSICOES), COM AS VISOES   *
      *>   DO BOLETO DE COBRANCA E DA ARRECADACAO (INICIA COM 8)       *
      *----------------------------------------------------------------*
       77  WRK-TIPO-DOC           PIC X(01) VALUE SPACES.
           88 DOC-BOLETO              VALUE "B".
           88 DOC-ARRECADACAO         VALUE "A".
       01  WRK-BARRAS             PIC X(44) VALUE SPACES.
       01  WRK-BARRAS-BOLETO REDEFINES WRK-BARRAS.
           02 WRK-BB-BANCO         PIC 9(03).
           02 WRK-BB-MOEDA         PIC 9(01).
           02 WRK-BB-DVG           PIC 9(01).
           02 WRK-BB-FATOR         PIC 9(04).
           02 WRK-BB-VALOR         PIC 9(08)V99.
           02 WRK-BB-LIVRE         PIC X(25).
       01  WRK-BARRAS-ARREC REDEFINES WRK-BARRAS.
           02 WRK-BA-PRODUTO       PIC X(01).
           02 WRK-BA-SEGMENTO      PIC X(01).
           02 WRK-BA-ID-VALOR      PIC X(01).
               88 BA-VALOR-EFETIVO        VALUE "6" "8".
               88 BA-MODULO-10            VALUE "6" "7".
               88 BA-MODULO-11            VALUE "8" "9".
           02 WRK-BA-DVG           PIC 9(01).
           02 WRK-BA-VALOR         PIC 9(09)V99.
           02 WRK-BA-LIVRE         PIC X(29).

       01  WRK-LINHA              PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   CALCULO DOS DIGITOS (MESMOS MODULOS DE BOLETO-GERA.COB)     *
      *----------------------------------------------------------------*
       01  WRK-BLOCO-CALC         PIC X(44) VALUE SPACES.
       77  WRK-BLOCO-TAM          PIC 9(02) VALUE ZEROS.
       77  WRK-DIGITO-LIDO        PIC 9(01) VALUE ZEROS.
       77  WRK-BLOCO-NUM          PIC 9(01) VALUE ZEROS.
       77  WRK-POS-BLOCO          PIC 9(02) VALUE ZEROS.

       77  WRK-INDICE             PIC 9(02) VALUE ZEROS.
       77  WRK-PESO               PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA               PIC 9(05) VALUE ZEROS.
       77  WRK-PRODUTO            PIC 9(03) VALUE ZEROS.
       77  WRK-QUOCIENTE          PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO              PIC 9(05) VALUE ZEROS.
       77  WRK-DIGITO-CALC        PIC 9(02) VALUE ZEROS.
       77  WRK-DIG-AVULSO         PIC 9(01) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   VENCIMENTO PELO FATOR: DATA BASE DO CICLO ATUAL (FATOR      *
      *>   1000) AVANCADA DIA A DIA; O FATOR DE HOJE E CALCULADO UMA   *
      *>   VEZ NA ABERTURA E DA OS DIAS DE ATRASO                      *
      *----------------------------------------------------------------*
       77  WRK-FATOR-BASE         PIC 9(04) VALUE 1000.
       77  WRK-DATA-BASE          PIC 9(08) VALUE 20250222.
       77  WRK-FATOR-HOJE         PIC 9(05) VALUE ZEROS.
       77  WRK-PASSOS             PIC 9(05) VALUE ZEROS.
       01  WRK-DATA-CALC-N        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CALC REDEFINES WRK-DATA-CALC-N.
           02 WRK-CALC-ANO        PIC 9(04).
           02 WRK-CALC-MES        PIC 9(02).
           02 WRK-CALC-DIA        PIC 9(02).
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.

       77  WRK-VENCIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO        PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-DOC          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MULTA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-PAGO         PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   VALOR JA COMPROMETIDO NESTA RODADA POR CONTA, PARA O        *
      *>   SEGUNDO PAGAMENTO DA MESMA CONTA NAO CONTAR COM O MESMO     *
      *>   SALDO                                                       *
      *----------------------------------------------------------------*
       77  WRK-MAX-COMPROMETIDAS  PIC 9(03) VALUE ZEROS.
       77  WRK-COMPROMETIDO       PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TABELA-COMPROMETIDAS.
           02 WRK-CP-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-CP-IDX.
               03 WRK-CP-CONTA         PIC 9(08).
               03 WRK-CP-VALOR         PIC 9(11)V99.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PAGAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-COM-ENCARGO   PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-PAGO         PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS     PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REMESSA AO BANCO RECEBEDOR: HEADER, UM DETALHE POR          *
      *>   DOCUMENTO PAGO E TRAILER COM QUANTIDADE E VALOR             *
      *----------------------------------------------------------------*
       01  WRK-REM-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-RH-DATA          PIC 9(08).
           02 WRK-RH-HORA          PIC 9(06).
           02 FILLER               PIC X(20)
               VALUE "PAGAMENTO DE CONTAS".
           02 FILLER               PIC X(45) VALUE SPACES.

       01  WRK-REM-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-RD-SEQ           PIC 9(07).
           02 WRK-RD-TIPO          PIC X(01).
           02 WRK-RD-BARRAS        PIC X(44).
           02 WRK-RD-VENCIMENTO    PIC 9(08).
           02 WRK-RD-VALOR         PIC 9(09)V99.
           02 FILLER               PIC X(08) VALUE SPACES.

       01  WRK-REM-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-RT-QTDE          PIC 9(07).
           02 WRK-RT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(07) VALUE "CONTA: ".
           02 WRK-R-CONTA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-CODIGO         PIC X(48).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-R-MOTIVO         PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO
               THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-PED.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           PERFORM 1100-CALCULAR-FATOR-HOJE
               THRU 1100-CALCULAR-FATOR-HOJE-EXIT.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
           END-IF.

           OPEN INPUT CONTA-FILE.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-DATA-HOJE        TO WRK-RH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-RH-HORA.
           MOVE WRK-REM-HEADER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "PAGAMENTO DE CONTAS - DOCUMENTOS RECUSADOS"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF NOT FIM-PED
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FATOR DE VENCIMENTO DE HOJE: DIAS DESDE A DATA BASE MAIS    *
      *>   O FATOR BASE                                                *
      *----------------------------------------------------------------*
       1100-CALCULAR-FATOR-HOJE.
      *----------------------------------------------------------------*
           MOVE WRK-FATOR-BASE TO WRK-FATOR-HOJE.
           MOVE WRK-DATA-BASE  TO WRK-DATA-CALC-N.
           PERFORM 1150-CONTAR-DIA THRU 1150-CONTAR-DIA-EXIT
               UNTIL WRK-DATA-CALC-N NOT < WRK-DATA-HOJE
                  OR WRK-FATOR-HOJE > 9999.
       1100-CALCULAR-FATOR-HOJE-EXIT.
           EXIT.

       1150-CONTAR-DIA.
           PERFORM 7000-AVANCAR-DATA THRU 7000-AVANCAR-DATA-EXIT.
           ADD 1 TO WRK-FATOR-HOJE.
       1150-CONTAR-DIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDAS.

           PERFORM 3000-CRITICAR-PEDIDO
               THRU 3000-CRITICAR-PEDIDO-EXIT.

           IF RECUSAR-PEDIDO
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE PPED-CONTA   TO WRK-R-CONTA
               MOVE PPED-CODIGO  TO WRK-R-CODIGO
               MOVE WRK-MOTIVO   TO WRK-R-MOTIVO
               MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM 5000-PAGAR-DOCUMENTO
                   THRU 5000-PAGAR-DOCUMENTO-EXIT
           END-IF.

           PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
           END-IF.
       2100-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-CRITICAR-PEDIDO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RECUSAR.
           MOVE SPACES TO WRK-MOTIVO.

           PERFORM 3100-MONTAR-BARRAS THRU 3100-MONTAR-BARRAS-EXIT.
           IF RECUSAR-PEDIDO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           PERFORM 3400-CONFERIR-DV-GERAL
               THRU 3400-CONFERIR-DV-GERAL-EXIT.
           IF RECUSAR-PEDIDO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           PERFORM 3500-EXTRAIR-VALOR-VENC
               THRU 3500-EXTRAIR-VALOR-VENC-EXIT.
           IF RECUSAR-PEDIDO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           PERFORM 3600-CALCULAR-ENCARGOS
               THRU 3600-CALCULAR-ENCARGOS-EXIT.
           IF RECUSAR-PEDIDO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           MOVE PPED-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-READ.

           IF NOT CONTA-ATIVA
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "CONTA NAO ATIVA" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

      *>   O DISPONIVEL JA DESCONTA BLOQUEIOS E RESERVAS DE CARTAO;
      *>   AQUI SAI TAMBEM O QUE ESTA RODADA JA COMPROMETEU
           CALL "SALDO-DISPONIVEL" USING CONTA_NUMERO
               CONTA_SALDO WRK-SALDO-DISPONIVEL.
           PERFORM 3700-OBTER-COMPROMETIDO
               THRU 3700-OBTER-COMPROMETIDO-EXIT.
           COMPUTE WRK-NECESSARIO = WRK-VALOR-PAGO + WRK-COMPROMETIDO.
           IF WRK-SALDO-DISPONIVEL < WRK-NECESSARIO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF WRK-MAX-COMPROMETIDAS NOT < 500
               AND WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "LIMITE DE CONTAS DA RODADA" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.
       3000-CRITICAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CODIGO DE BARRAS DIGITADO OU LIDO VAI DIRETO; A LINHA       *
      *>   DIGITAVEL TEM OS CAMPOS CONFERIDOS E E REMONTADA NA ORDEM   *
      *>   DO CODIGO DE BARRAS                                         *
      *----------------------------------------------------------------*
       3100-MONTAR-BARRAS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-BARRAS.
           MOVE SPACES TO WRK-TIPO-DOC.

           EVALUATE TRUE
               WHEN PPED-BARRAS
                   IF PPED-CODIGO (1:44) IS NOT NUMERIC
                       OR PPED-CODIGO (45:4) NOT = SPACES
                       SET RECUSAR-PEDIDO TO TRUE
                       MOVE "CODIGO DE BARRAS INVALIDO" TO WRK-MOTIVO
                       GO TO 3100-MONTAR-BARRAS-EXIT
                   END-IF
                   MOVE PPED-CODIGO (1:44) TO WRK-BARRAS
               WHEN PPED-LINHA
                   MOVE PPED-CODIGO TO WRK-LINHA
                   IF WRK-LINHA (1:1) = "8"
                       PERFORM 3200-LINHA-ARRECADACAO
                           THRU 3200-LINHA-ARRECADACAO-EXIT
                   ELSE
                       PERFORM 3300-LINHA-BOLETO
                           THRU 3300-LINHA-BOLETO-EXIT
                   END-IF
                   IF RECUSAR-PEDIDO
                       GO TO 3100-MONTAR-BARRAS-EXIT
                   END-IF
               WHEN OTHER
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "FORMA DE ENTRADA INVALIDA" TO WRK-MOTIVO
                   GO TO 3100-MONTAR-BARRAS-EXIT
           END-EVALUATE.

           IF WRK-BA-PRODUTO = "8"
               SET DOC-ARRECADACAO TO TRUE
           ELSE
               SET DOC-BOLETO TO TRUE
           END-IF.
       3100-MONTAR-BARRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ARRECADACAO: 4 BLOCOS DE 11 DIGITOS, CADA UM SEGUIDO DO SEU *
      *>   DIGITO; O MODULO (10 OU 11) VEM DO IDENTIFICADOR DE VALOR   *
      *----------------------------------------------------------------*
       3200-LINHA-ARRECADACAO.
      *----------------------------------------------------------------*
           IF WRK-LINHA IS NOT NUMERIC
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "LINHA DIGITAVEL INVALIDA" TO WRK-MOTIVO
               GO TO 3200-LINHA-ARRECADACAO-EXIT
           END-IF.

           MOVE WRK-LINHA (1:11)  TO WRK-BARRAS (1:11).
           MOVE WRK-LINHA (13:11) TO WRK-BARRAS (12:11).
           MOVE WRK-LINHA (25:11) TO WRK-BARRAS (23:11).
           MOVE WRK-LINHA (37:11) TO WRK-BARRAS (34:11).

           IF NOT BA-MODULO-10 AND NOT BA-MODULO-11
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "IDENTIFICADOR VALOR INVALIDO" TO WRK-MOTIVO
               GO TO 3200-LINHA-ARRECADACAO-EXIT
           END-IF.

           PERFORM 3250-CONFERIR-BLOCO-ARREC
               THRU 3250-CONFERIR-BLOCO-ARREC-EXIT
               VARYING WRK-BLOCO-NUM FROM 1 BY 1
               UNTIL WRK-BLOCO-NUM > 4 OR RECUSAR-PEDIDO.
       3200-LINHA-ARRECADACAO-EXIT.
           EXIT.

       3250-CONFERIR-BLOCO-ARREC.
           COMPUTE WRK-POS-BLOCO = (WRK-BLOCO-NUM - 1) * 12 + 1.
           MOVE SPACES TO WRK-BLOCO-CALC.
           MOVE WRK-LINHA (WRK-POS-BLOCO:11) TO WRK-BLOCO-CALC.
           MOVE 11 TO WRK-BLOCO-TAM.
           MOVE WRK-LINHA (WRK-POS-BLOCO + 11:1) TO WRK-DIGITO-LIDO.

           IF BA-MODULO-10
               PERFORM 6000-CALCULAR-MOD10
                   THRU 6000-CALCULAR-MOD10-EXIT
           ELSE
               PERFORM 6500-CALCULAR-MOD11-ARREC
                   THRU 6500-CALCULAR-MOD11-ARREC-EXIT
           END-IF.

           IF WRK-DIGITO-CALC NOT = WRK-DIGITO-LIDO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "DIGITO DE BLOCO NAO CONFERE" TO WRK-MOTIVO
           END-IF.
       3250-CONFERIR-BLOCO-ARREC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   BOLETO: CAMPO1 = BANCO, MOEDA E LIVRE 1-5 (+DV), CAMPO2 =   *
      *>   LIVRE 6-15 (+DV), CAMPO3 = LIVRE 16-25 (+DV), CAMPO4 = DV   *
      *>   GERAL, CAMPO5 = FATOR E VALOR                               *
      *----------------------------------------------------------------*
       3300-LINHA-BOLETO.
      *----------------------------------------------------------------*
           IF WRK-LINHA (1:47) IS NOT NUMERIC
               OR WRK-LINHA (48:1) NOT = SPACE
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "LINHA DIGITAVEL INVALIDA" TO WRK-MOTIVO
               GO TO 3300-LINHA-BOLETO-EXIT
           END-IF.

           MOVE WRK-LINHA (1:4)   TO WRK-BARRAS (1:4).
           MOVE WRK-LINHA (33:1)  TO WRK-BARRAS (5:1).
           MOVE WRK-LINHA (34:14) TO WRK-BARRAS (6:14).
           MOVE WRK-LINHA (5:5)   TO WRK-BARRAS (20:5).
           MOVE WRK-LINHA (11:10) TO WRK-BARRAS (25:10).
           MOVE WRK-LINHA (22:10) TO WRK-BARRAS (35:10).

           MOVE SPACES TO WRK-BLOCO-CALC.
           MOVE WRK-LINHA (1:9) TO WRK-BLOCO-CALC.
           MOVE 9 TO WRK-BLOCO-TAM.
           MOVE WRK-LINHA (10:1) TO WRK-DIGITO-LIDO.
           PERFORM 3350-CONFERIR-CAMPO THRU 3350-CONFERIR-CAMPO-EXIT.
           IF RECUSAR-PEDIDO
               GO TO 3300-LINHA-BOLETO-EXIT
           END-IF.

           MOVE SPACES TO WRK-BLOCO-CALC.
           MOVE WRK-LINHA (11:10) TO WRK-BLOCO-CALC.
           MOVE 10 TO WRK-BLOCO-TAM.
           MOVE WRK-LINHA (21:1) TO WRK-DIGITO-LIDO.
           PERFORM 3350-CONFERIR-CAMPO THRU 3350-CONFERIR-CAMPO-EXIT.
           IF RECUSAR-PEDIDO
               GO TO 3300-LINHA-BOLETO-EXIT
           END-IF.

           MOVE SPACES TO WRK-BLOCO-CALC.
           MOVE WRK-LINHA (22:10) TO WRK-BLOCO-CALC.
           MOVE 10 TO WRK-BLOCO-TAM.
           MOVE WRK-LINHA (32:1) TO WRK-DIGITO-LIDO.
           PERFORM 3350-CONFERIR-CAMPO THRU 3350-CONFERIR-CAMPO-EXIT.
       3300-LINHA-BOLETO-EXIT.
           EXIT.

       3350-CONFERIR-CAMPO.
           PERFORM 6000-CALCULAR-MOD10 THRU 6000-CALCULAR-MOD10-EXIT.
           IF WRK-DIGITO-CALC NOT = WRK-DIGITO-LIDO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "DIGITO DE CAMPO NAO CONFERE" TO WRK-MOTIVO
           END-IF.
       3350-CONFERIR-CAMPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DIGITO GERAL DO CODIGO DE BARRAS, CALCULADO SOBRE AS OUTRAS *
      *>   43 POSICOES: BOLETO NA POSICAO 5 (MODULO 11), ARRECADACAO   *
      *>   NA POSICAO 4 (MODULO 10 OU 11 PELO IDENTIFICADOR DE VALOR)  *
      *----------------------------------------------------------------*
       3400-CONFERIR-DV-GERAL.
      *----------------------------------------------------------------*
           MOVE 43 TO WRK-BLOCO-TAM.

           IF DOC-BOLETO
               MOVE WRK-BARRAS (1:4)  TO WRK-BLOCO-CALC (1:4)
               MOVE WRK-BARRAS (6:39) TO WRK-BLOCO-CALC (5:39)
               MOVE WRK-BB-DVG        TO WRK-DIGITO-LIDO
               PERFORM 6400-CALCULAR-MOD11-BOLETO
                   THRU 6400-CALCULAR-MOD11-BOLETO-EXIT
           ELSE
               IF NOT BA-MODULO-10 AND NOT BA-MODULO-11
                   SET RECUSAR-PEDIDO TO TRUE
                   MOVE "IDENTIFICADOR VALOR INVALIDO"
                       TO WRK-MOTIVO
                   GO TO 3400-CONFERIR-DV-GERAL-EXIT
               END-IF
               MOVE WRK-BARRAS (1:3)  TO WRK-BLOCO-CALC (1:3)
               MOVE WRK-BARRAS (5:40) TO WRK-BLOCO-CALC (4:40)
               MOVE WRK-BA-DVG        TO WRK-DIGITO-LIDO
               IF BA-MODULO-10
                   PERFORM 6000-CALCULAR-MOD10
                       THRU 6000-CALCULAR-MOD10-EXIT
               ELSE
                   PERFORM 6500-CALCULAR-MOD11-ARREC
                       THRU 6500-CALCULAR-MOD11-ARREC-EXIT
               END-IF
           END-IF.

           IF WRK-DIGITO-CALC NOT = WRK-DIGITO-LIDO
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "DIGITO GERAL NAO CONFERE" TO WRK-MOTIVO
           END-IF.
       3400-CONFERIR-DV-GERAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VALOR DO DOCUMENTO (ZERO NO CODIGO = VALOR DIGITADO) E      *
      *>   VENCIMENTO; A ARRECADACAO NAO TRAZ VENCIMENTO NO CODIGO     *
      *----------------------------------------------------------------*
       3500-EXTRAIR-VALOR-VENC.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-VALOR-DOC WRK-VENCIMENTO WRK-DIAS-ATRASO.

           IF DOC-BOLETO
               MOVE WRK-BB-VALOR TO WRK-VALOR-DOC
               IF WRK-BB-FATOR NOT < WRK-FATOR-BASE
                   PERFORM 3550-CALCULAR-VENCIMENTO
                       THRU 3550-CALCULAR-VENCIMENTO-EXIT
               END-IF
           ELSE
               IF BA-VALOR-EFETIVO
                   MOVE WRK-BA-VALOR TO WRK-VALOR-DOC
               END-IF
           END-IF.

           IF WRK-VALOR-DOC = ZEROS
               IF PPED-VALOR-INF IS NUMERIC
                   MOVE PPED-VALOR-INF TO WRK-VALOR-DOC
               END-IF
           END-IF.

           IF WRK-VALOR-DOC = ZEROS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "DOCUMENTO SEM VALOR" TO WRK-MOTIVO
           END-IF.
       3500-EXTRAIR-VALOR-VENC-EXIT.
           EXIT.

       3550-CALCULAR-VENCIMENTO.
           MOVE WRK-DATA-BASE TO WRK-DATA-CALC-N.
           COMPUTE WRK-PASSOS = WRK-BB-FATOR - WRK-FATOR-BASE.
           PERFORM 7000-AVANCAR-DATA THRU 7000-AVANCAR-DATA-EXIT
               WRK-PASSOS TIMES.
           MOVE WRK-DATA-CALC-N TO WRK-VENCIMENTO.

           IF WRK-FATOR-HOJE > WRK-BB-FATOR
               COMPUTE WRK-DIAS-ATRASO = WRK-FATOR-HOJE - WRK-BB-FATOR
           END-IF.
       3550-CALCULAR-VENCIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   APOS A DATA LIMITE DO DOCUMENTO NAO SE RECEBE; VENCIDO QUE  *
      *>   ACEITA ENCARGOS PAGA MULTA UMA VEZ E JUROS AO MES PRO RATA  *
      *>   DIA (MES COMERCIAL DE 30 DIAS)                              *
      *----------------------------------------------------------------*
       3600-CALCULAR-ENCARGOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-MULTA WRK-JUROS.

           IF PPED-DATA-LIMITE IS NUMERIC
               AND PPED-DATA-LIMITE NOT = ZEROS
               AND WRK-DATA-HOJE > PPED-DATA-LIMITE
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "PAGAMENTO APOS A DATA LIMITE" TO WRK-MOTIVO
               GO TO 3600-CALCULAR-ENCARGOS-EXIT
           END-IF.

           IF WRK-DIAS-ATRASO > ZEROS
               AND PPED-ACEITA-ENCARGO
               IF PPED-MULTA-PCT IS NUMERIC
                   COMPUTE WRK-MULTA ROUNDED =
                       WRK-VALOR-DOC * PPED-MULTA-PCT / 100
               END-IF
               IF PPED-JUROS-PCT IS NUMERIC
                   COMPUTE WRK-JUROS ROUNDED =
                       WRK-VALOR-DOC * PPED-JUROS-PCT / 100
                       * WRK-DIAS-ATRASO / 30
               END-IF
           END-IF.

           COMPUTE WRK-VALOR-PAGO = WRK-VALOR-DOC + WRK-MULTA
               + WRK-JUROS.
       3600-CALCULAR-ENCARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEIXA WRK-CP-IDX NA ENTRADA DA CONTA, OU LOGO DEPOIS DA     *
      *>   ULTIMA OCUPADA QUANDO A CONTA AINDA NAO TEM ENTRADA         *
      *----------------------------------------------------------------*
       3700-OBTER-COMPROMETIDO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-COMPROMETIDO.
           SET WRK-CP-IDX TO 1.
           IF WRK-MAX-COMPROMETIDAS = ZEROS
               GO TO 3700-OBTER-COMPROMETIDO-EXIT
           END-IF.
           SEARCH WRK-CP-ITEM
               VARYING WRK-CP-IDX
               AT END
                   CONTINUE
               WHEN WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
                   CONTINUE
               WHEN WRK-CP-CONTA (WRK-CP-IDX) = PPED-CONTA
                   MOVE WRK-CP-VALOR (WRK-CP-IDX) TO WRK-COMPROMETIDO
           END-SEARCH.
       3700-OBTER-COMPROMETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DOCUMENTO ACEITO: DEBITO NO MOVIMENTO E DETALHE DA REMESSA  *
      *----------------------------------------------------------------*
       5000-PAGAR-DOCUMENTO.
      *----------------------------------------------------------------*
           MOVE PPED-CONTA     TO TRANS_CONTA.
           MOVE "D"            TO TRANS_TIPO.
           MOVE WRK-VALOR-PAGO TO TRANS_VALOR.
           MOVE CONTA_MOEDA    TO TRANS_MOEDA.
           MOVE "PGCT"         TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           ADD 1 TO WRK-QTDE-PAGAS.
           ADD WRK-VALOR-PAGO TO WRK-TOTAL-PAGO.
           IF WRK-MULTA > ZEROS OR WRK-JUROS > ZEROS
               ADD 1 TO WRK-QTDE-COM-ENCARGO
               ADD WRK-MULTA WRK-JUROS TO WRK-TOTAL-ENCARGOS
           END-IF.

           MOVE WRK-QTDE-PAGAS TO WRK-RD-SEQ.
           MOVE WRK-TIPO-DOC   TO WRK-RD-TIPO.
           MOVE WRK-BARRAS     TO WRK-RD-BARRAS.
           MOVE WRK-VENCIMENTO TO WRK-RD-VENCIMENTO.
           MOVE WRK-VALOR-PAGO TO WRK-RD-VALOR.
           MOVE WRK-REM-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

      *>   WRK-CP-IDX FICOU NA ENTRADA DA CONTA (3700)
           IF WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
               ADD 1 TO WRK-MAX-COMPROMETIDAS
               SET WRK-CP-IDX TO WRK-MAX-COMPROMETIDAS
               MOVE PPED-CONTA TO WRK-CP-CONTA (WRK-CP-IDX)
               MOVE ZEROS      TO WRK-CP-VALOR (WRK-CP-IDX)
           END-IF.
           ADD WRK-VALOR-PAGO TO WRK-CP-VALOR (WRK-CP-IDX).
       5000-PAGAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MODULO 10: DA DIREITA PARA A ESQUERDA, PESOS 2 E 1          *
      *>   ALTERNADOS; PRODUTO COM DOIS DIGITOS SOMA OS DOIS           *
      *----------------------------------------------------------------*
       6000-CALCULAR-MOD10.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2     TO WRK-PESO.
           PERFORM 6100-SOMAR-MOD10 VARYING WRK-INDICE
               FROM WRK-BLOCO-TAM BY -1 UNTIL WRK-INDICE < 1.

           DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZEROS
               MOVE 0 TO WRK-DIGITO-CALC
           ELSE
               COMPUTE WRK-DIGITO-CALC = 10 - WRK-RESTO
           END-IF.
       6000-CALCULAR-MOD10-EXIT.
           EXIT.

       6100-SOMAR-MOD10.
           MOVE WRK-BLOCO-CALC (WRK-INDICE:1) TO WRK-DIG-AVULSO.
           COMPUTE WRK-PRODUTO = WRK-DIG-AVULSO * WRK-PESO.
           IF WRK-PRODUTO > 9
               COMPUTE WRK-PRODUTO = WRK-PRODUTO - 9
           END-IF.
           ADD WRK-PRODUTO TO WRK-SOMA.
           IF WRK-PESO = 2
               MOVE 1 TO WRK-PESO
           ELSE
               MOVE 2 TO WRK-PESO
           END-IF.

      *----------------------------------------------------------------*
      *>   MODULO 11: DA DIREITA PARA A ESQUERDA, PESOS DE 2 A 9; O    *
      *>   BOLETO TROCA 0, 10 E 11 POR 1, A ARRECADACAO TROCA RESTO 0  *
      *>   OU 1 POR 0                                                  *
      *----------------------------------------------------------------*
       6300-SOMAR-MOD11.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2     TO WRK-PESO.
           PERFORM 6350-SOMAR-DIGITO-MOD11 VARYING WRK-INDICE
               FROM WRK-BLOCO-TAM BY -1 UNTIL WRK-INDICE < 1.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
       6300-SOMAR-MOD11-EXIT.
           EXIT.

       6350-SOMAR-DIGITO-MOD11.
           MOVE WRK-BLOCO-CALC (WRK-INDICE:1) TO WRK-DIG-AVULSO.
           COMPUTE WRK-SOMA = WRK-SOMA + (WRK-DIG-AVULSO * WRK-PESO).
           ADD 1 TO WRK-PESO.
           IF WRK-PESO > 9
               MOVE 2 TO WRK-PESO
           END-IF.

       6400-CALCULAR-MOD11-BOLETO.
           PERFORM 6300-SOMAR-MOD11 THRU 6300-SOMAR-MOD11-EXIT.
           COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO.
           IF WRK-DIGITO-CALC = 0 OR WRK-DIGITO-CALC = 10
               OR WRK-DIGITO-CALC = 11
               MOVE 1 TO WRK-DIGITO-CALC
           END-IF.
       6400-CALCULAR-MOD11-BOLETO-EXIT.
           EXIT.

       6500-CALCULAR-MOD11-ARREC.
           PERFORM 6300-SOMAR-MOD11 THRU 6300-SOMAR-MOD11-EXIT.
           IF WRK-RESTO = 0 OR WRK-RESTO = 1
               MOVE 0 TO WRK-DIGITO-CALC
           ELSE
               COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO
           END-IF.
       6500-CALCULAR-MOD11-ARREC-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AVANCA WRK-DATA-CALC UM DIA CORRIDO                         *
      *----------------------------------------------------------------*
       7000-AVANCAR-DATA.
      *----------------------------------------------------------------*
           PERFORM 7100-ULTIMO-DIA-DO-MES
               THRU 7100-ULTIMO-DIA-DO-MES-EXIT.

           IF WRK-CALC-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-CALC-DIA
           ELSE
               MOVE 1 TO WRK-CALC-DIA
               IF WRK-CALC-MES = 12
                   MOVE 1 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
               ELSE
                   ADD 1 TO WRK-CALC-MES
               END-IF
           END-IF.
       7000-AVANCAR-DATA-EXIT.
           EXIT.

       7100-ULTIMO-DIA-DO-MES.
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
       7100-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM: PAGAMENTO FEITO NO CAIXA DA AGENCIA,     *
      *>   COM A FILIAL E O OPERADOR DO PEDIDO                         *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           IF PPED-FILIAL IS NUMERIC
               MOVE PPED-FILIAL      TO TRANS_FILIAL
           ELSE
               MOVE ZEROS            TO TRANS_FILIAL
           END-IF.
           MOVE "AGE"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE PPED-OPERADOR        TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PAGIN E ESVAZIADO AO FIM, COMO TEDIN EM TED-ENVIO: UMA      *
      *>   REEXECUCAO NAO PODE PAGAR O MESMO DOCUMENTO DUAS VEZES      *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-PAGAS TO WRK-RT-QTDE.
           MOVE WRK-TOTAL-PAGO TO WRK-RT-VALOR.
           MOVE WRK-REM-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE PEDIDO-FILE.
           IF WRK-QTDE-LIDAS > ZEROS
               OPEN OUTPUT PEDIDO-FILE
               CLOSE PEDIDO-FILE
           END-IF.

           CLOSE CONTA-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE REMESSA-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== PAGAMENTO DE CONTAS =====".
           DISPLAY "DOCUMENTOS LIDOS.....: " WRK-QTDE-LIDAS.
           DISPLAY "DOCUMENTOS PAGOS.....: " WRK-QTDE-PAGAS.
           DISPLAY "VALOR DEBITADO.......: " WRK-TOTAL-PAGO.
           DISPLAY "PAGOS COM ENCARGOS...: " WRK-QTDE-COM-ENCARGO.
           DISPLAY "MULTA E JUROS........: " WRK-TOTAL-ENCARGOS.
           DISPLAY "DOCUMENTOS RECUSADOS.: " WRK-QTDE-RECUSADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
