      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONTINGENCIA-GERA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : PUBLICACAO DO ARQUIVO DE CONTINGENCIA DAS      <*
      *>                AGENCIAS (CONTINGEN) QUANDO O CERTIFICADO DA  <*
      *>                NOITE (GOCERT) E NOGO. CHAMADO POR            <*
      *>                NOITE-CERTIFICA.COB AO GRAVAR O NOGO E        <*
      *>                RODAVEL AVULSO PELA OPERACAO; COM GOCERT "GO" <*
      *>                NAO HA CONTINGENCIA E NADA E PUBLICADO. PARTE <*
      *>                DA ULTIMA FOTO CERTIFICADA DE SALDOSNAP (A    <*
      *>                MAIS RECENTE ANTERIOR A DATA DO NOGO - A FOTO <*
      *>                DA NOITE QUEBRADA NAO VALE) E DA POSICAO      <*
      *>                PARCIAL DO DIA (POSPARC, SE MAIS NOVA QUE A   <*
      *>                FOTO). O DISPONIVEL DE CADA CONTA E O MENOR   <*
      *>                DOS DOIS SALDOS, MENOS BLOQUEIOS JUDICIAIS E  <*
      *>                RESERVAS (SALDO-DISPONIVEL.COB), MENOS A      <*
      *>                MARGEM CONTMARGEM (PERCENTUAL, PADRAO 20);    <*
      *>                CONTA FORA DO CICLO ATIVO OU SALDO NEGATIVO   <*
      *>                FICA COM ZERO. O TETO DE SAQUE OFFLINE VEM DA <*
      *>                CLASSE DE RISCO DO TITULAR PRINCIPAL          <*
      *>                (CONTTETOB, CONTTETOM E CONTTETOA, PADRAO     <*
      *>                1500,00, 800,00 E 200,00; TITULAR NAO ACHADO  <*
      *>                VALE COMO ALTO RISCO). O ARQUIVO E REFEITO A  <*
      *>                CADA PUBLICACAO                               <*
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
           SELECT CERTIFICADO-FILE    ASSIGN TO "GOCERT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CERT.

           SELECT SNAPSHOT-FILE       ASSIGN TO "SALDOSNAP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SNAP.

           SELECT POSICAO-FILE        ASSIGN TO "POSPARC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-POS.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-CLI.

           SELECT CONTING-FILE        ASSIGN TO "CONTINGEN"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTG_CONTA
               FILE STATUS        IS WRK-STATUS-CTG.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CERTIFICADO-FILE.
       01  CERTIFICADO-REG.
           02 GOC_DATA            PIC 9(08).
           02 GOC_RESULTADO       PIC X(04).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REG.
           02 SNAP_DATA           PIC 9(08).
           02 SNAP_CONTA          PIC 9(08).
           02 SNAP_SALDO          PIC S9(09)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 SNAP_MOEDA          PIC X(03).
           02 SNAP_STATUS         PIC X(01).

      *----------------------------------------------------------------*
      *>   POSICAO PARCIAL: HEADER "H" COM A DATA DO CORTE E UM "P"    *
      *>   POR CONTA (LAYOUT DE POSICAO-PARCIAL.COB)                   *
      *----------------------------------------------------------------*
       FD  POSICAO-FILE.
       01  POSICAO-HEADER.
           02 POS_TIPO            PIC X(01).
               88 POS-HEADER          VALUE "H".
               88 POS-SALDO           VALUE "P".
           02 POS_H_DATA          PIC 9(08).
           02 POS_H_HORA          PIC 9(06).
           02 FILLER              PIC X(45).
       01  POSICAO-SALDO.
           02 FILLER              PIC X(01).
           02 POS_P_CONTA         PIC 9(08).
           02 POS_P_SALDO         PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER              PIC X(37).

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CONTING-FILE.
           COPY CONTING-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CERT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SNAP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-POS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLI         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTG         PIC X(02) VALUE SPACES.

       77  WRK-FIM-SNAP           PIC X(01) VALUE "N".
           88 FIM-SNAP                VALUE "S".
       77  WRK-FIM-POS            PIC X(01) VALUE "N".
           88 FIM-POS                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-CTG            PIC X(01) VALUE "N".
           88 FIM-CTG                 VALUE "S".
       77  WRK-CONTINGENCIA       PIC X(01) VALUE "N".
           88 EM-CONTINGENCIA         VALUE "S".
       77  WRK-PARCIAL-VALE       PIC X(01) VALUE "N".
           88 PARCIAL-VALE            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NOGO          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FOTO          PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   MARGEM E TETOS DE SAQUE OFFLINE POR CLASSE DE RISCO         *
      *----------------------------------------------------------------*
       77  WRK-MARGEM-PCT         PIC 9(03) VALUE 20.
       77  WRK-TETO-BAIXO         PIC 9(09)V99 VALUE 1500.00.
       77  WRK-TETO-MEDIO         PIC 9(09)V99 VALUE 800.00.
       77  WRK-TETO-ALTO          PIC 9(09)V99 VALUE 200.00.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-NUM     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-VALOR11    PIC 9(09)V99.
           02 FILLER              PIC X(09).

      *----------------------------------------------------------------*
      *>   CALCULO DO DISPONIVEL DA CONTA CORRENTE                     *
      *----------------------------------------------------------------*
       77  WRK-SALDO-BASE         PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-LIVRE        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DISPONIVEL         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.

       77  WRK-QTDE-FOTO          PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PARCIAL       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NOVAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PUBLICADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ZERADAS       PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-DISPONIVEL     PIC 9(13)V99 VALUE ZEROS.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF NOT EM-CONTINGENCIA
               GOBACK
           END-IF.

           PERFORM 2000-ACHAR-FOTO        THRU 2000-ACHAR-FOTO-EXIT.
           IF WRK-DATA-FOTO = ZEROS
               DISPLAY "CONTINGENCIA-GERA: SEM FOTO CERTIFICADA EM"
                   " SALDOSNAP, CONTINGEN NAO PUBLICADO"
               GOBACK
           END-IF.

           PERFORM 3000-CARREGAR-FOTO     THRU 3000-CARREGAR-FOTO-EXIT.
           PERFORM 4000-APLICAR-PARCIAL
               THRU 4000-APLICAR-PARCIAL-EXIT.
           PERFORM 5000-CALCULAR-DISPONIVEL
               THRU 5000-CALCULAR-DISPONIVEL-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SO HA CONTINGENCIA SOBRE UM NOGO; SEM GOCERT (IMPLANTACAO)  *
      *>   OU COM GO NADA E PUBLICADO                                  *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO WRK-CONTINGENCIA.

           OPEN INPUT CERTIFICADO-FILE.
           IF WRK-STATUS-CERT NOT = "00"
               CLOSE CERTIFICADO-FILE
               DISPLAY "CONTINGENCIA-GERA: SEM GOCERT, NADA A PUBLICAR"
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           READ CERTIFICADO-FILE
               NOT AT END
                   IF GOC_RESULTADO NOT = "GO"
                       SET EM-CONTINGENCIA TO TRUE
                       MOVE GOC_DATA TO WRK-DATA-NOGO
                   END-IF
           END-READ.
           CLOSE CERTIFICADO-FILE.

           IF NOT EM-CONTINGENCIA
               DISPLAY "CONTINGENCIA-GERA: NOITE CERTIFICADA, SEM"
                   " CONTINGENCIA"
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1050-OBTER-PARAMETROS
               THRU 1050-OBTER-PARAMETROS-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1050-OBTER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE "CONTMARGEM" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT > "100"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-MARGEM-PCT
           END-IF.

           MOVE "CONTTETOB" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               MOVE WRK-PARM-VALOR11 TO WRK-TETO-BAIXO
           END-IF.

           MOVE "CONTTETOM" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               MOVE WRK-PARM-VALOR11 TO WRK-TETO-MEDIO
           END-IF.

           MOVE "CONTTETOA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               MOVE WRK-PARM-VALOR11 TO WRK-TETO-ALTO
           END-IF.
       1050-OBTER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A FOTO CERTIFICADA E A MAIS RECENTE ANTERIOR AO NOGO: A     *
      *>   FOTO GRAVADA NA PROPRIA NOITE QUEBRADA NAO E CONFIAVEL      *
      *----------------------------------------------------------------*
       2000-ACHAR-FOTO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-DATA-FOTO.
           MOVE "N" TO WRK-FIM-SNAP.

           OPEN INPUT SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
           END-IF.

           PERFORM 2100-EXAMINAR-DATA THRU 2100-EXAMINAR-DATA-EXIT
               UNTIL FIM-SNAP.
           CLOSE SNAPSHOT-FILE.
       2000-ACHAR-FOTO-EXIT.
           EXIT.

       2100-EXAMINAR-DATA.
           READ SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
               GO TO 2100-EXAMINAR-DATA-EXIT
           END-IF.

           IF SNAP_DATA < WRK-DATA-NOGO
               AND SNAP_DATA > WRK-DATA-FOTO
               MOVE SNAP_DATA TO WRK-DATA-FOTO
           END-IF.
       2100-EXAMINAR-DATA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O ARQUIVO E REFEITO: UMA CONTA POR REGISTRO DA FOTO, COM O  *
      *>   PARCIAL INICIALMENTE IGUAL AO SALDO DA FOTO                 *
      *----------------------------------------------------------------*
       3000-CARREGAR-FOTO.
      *----------------------------------------------------------------*
           OPEN OUTPUT CONTING-FILE.
           CLOSE CONTING-FILE.
           OPEN I-O CONTING-FILE.

           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.

           MOVE "N" TO WRK-FIM-SNAP.
           OPEN INPUT SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
           END-IF.

           PERFORM 3100-GRAVAR-CONTA THRU 3100-GRAVAR-CONTA-EXIT
               UNTIL FIM-SNAP.
           CLOSE SNAPSHOT-FILE.
       3000-CARREGAR-FOTO-EXIT.
           EXIT.

       3100-GRAVAR-CONTA.
           READ SNAPSHOT-FILE.
           IF WRK-STATUS-SNAP NOT = "00"
               SET FIM-SNAP TO TRUE
               GO TO 3100-GRAVAR-CONTA-EXIT
           END-IF.

           IF SNAP_DATA NOT = WRK-DATA-FOTO
               GO TO 3100-GRAVAR-CONTA-EXIT
           END-IF.

           MOVE SPACES            TO CONTING-REG.
           MOVE SNAP_CONTA        TO CTG_CONTA.
           MOVE WRK-DATA-FOTO     TO CTG_DATA_FOTO.
           MOVE WRK-DATA-HOJE     TO CTG_DATA_PUBLICACAO.
           MOVE SNAP_STATUS       TO CTG_STATUS.
           MOVE SNAP_SALDO        TO CTG_SALDO_FOTO.
           MOVE SNAP_SALDO        TO CTG_SALDO_PARCIAL.
           MOVE ZEROS             TO CTG_DISPONIVEL.
           MOVE ZEROS             TO CTG_TETO.
           MOVE ZEROS             TO CTG_CONSUMIDO.
           PERFORM 6000-OBTER-RISCO THRU 6000-OBTER-RISCO-EXIT.

           WRITE CONTING-REG
               INVALID KEY
                   REWRITE CONTING-REG
           END-WRITE.
           ADD 1 TO WRK-QTDE-FOTO.
       3100-GRAVAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O PARCIAL SO VALE SE O CORTE FOR POSTERIOR A FOTO; CONTA    *
      *>   QUE SO EXISTE NO PARCIAL (ABERTA NO DIA) ENTRA COM FOTO     *
      *>   ZERO, E O MENOR DOS DOIS SALDOS A DEIXA SEM DISPONIVEL      *
      *----------------------------------------------------------------*
       4000-APLICAR-PARCIAL.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-PARCIAL-VALE.
           MOVE "N" TO WRK-FIM-POS.

           OPEN INPUT POSICAO-FILE.
           IF WRK-STATUS-POS NOT = "00"
               CLOSE POSICAO-FILE
               GO TO 4000-APLICAR-PARCIAL-EXIT
           END-IF.

           PERFORM 4100-APLICAR-UMA THRU 4100-APLICAR-UMA-EXIT
               UNTIL FIM-POS.
           CLOSE POSICAO-FILE.
       4000-APLICAR-PARCIAL-EXIT.
           EXIT.

       4100-APLICAR-UMA.
           READ POSICAO-FILE.
           IF WRK-STATUS-POS NOT = "00"
               SET FIM-POS TO TRUE
               GO TO 4100-APLICAR-UMA-EXIT
           END-IF.

           IF POS-HEADER
               IF POS_H_DATA > WRK-DATA-FOTO
                   SET PARCIAL-VALE TO TRUE
               ELSE
                   SET FIM-POS TO TRUE
               END-IF
               GO TO 4100-APLICAR-UMA-EXIT
           END-IF.

           IF NOT POS-SALDO OR NOT PARCIAL-VALE
               GO TO 4100-APLICAR-UMA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARCIAL.

           MOVE POS_P_CONTA TO CTG_CONTA.
           READ CONTING-FILE
               INVALID KEY
                   MOVE SPACES          TO CONTING-REG
                   MOVE POS_P_CONTA     TO CTG_CONTA
                   MOVE WRK-DATA-FOTO   TO CTG_DATA_FOTO
                   MOVE WRK-DATA-HOJE   TO CTG_DATA_PUBLICACAO
                   MOVE "A"             TO CTG_STATUS
                   MOVE ZEROS           TO CTG_SALDO_FOTO
                   MOVE POS_P_SALDO     TO CTG_SALDO_PARCIAL
                   MOVE ZEROS           TO CTG_DISPONIVEL
                   MOVE ZEROS           TO CTG_TETO
                   MOVE ZEROS           TO CTG_CONSUMIDO
                   PERFORM 6000-OBTER-RISCO THRU 6000-OBTER-RISCO-EXIT
                   WRITE CONTING-REG
                   ADD 1 TO WRK-QTDE-NOVAS
                   GO TO 4100-APLICAR-UMA-EXIT
           END-READ.

           MOVE POS_P_SALDO TO CTG_SALDO_PARCIAL.
           REWRITE CONTING-REG.
       4100-APLICAR-UMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DISPONIVEL CONSERVADOR: O MENOR DOS DOIS SALDOS, MENOS      *
      *>   BLOQUEIOS E RESERVAS, MENOS A MARGEM; NUNCA NEGATIVO        *
      *----------------------------------------------------------------*
       5000-CALCULAR-DISPONIVEL.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-CTG.
           MOVE LOW-VALUES TO CONTING-REG.
           START CONTING-FILE KEY IS NOT LESS THAN CTG_CONTA
               INVALID KEY
                   SET FIM-CTG TO TRUE
           END-START.

           PERFORM 5100-CALCULAR-UMA THRU 5100-CALCULAR-UMA-EXIT
               UNTIL FIM-CTG.
       5000-CALCULAR-DISPONIVEL-EXIT.
           EXIT.

       5100-CALCULAR-UMA.
           READ CONTING-FILE NEXT RECORD.
           IF WRK-STATUS-CTG NOT = "00"
               SET FIM-CTG TO TRUE
               GO TO 5100-CALCULAR-UMA-EXIT
           END-IF.

           IF CTG_SALDO_PARCIAL < CTG_SALDO_FOTO
               MOVE CTG_SALDO_PARCIAL TO WRK-SALDO-BASE
           ELSE
               MOVE CTG_SALDO_FOTO    TO WRK-SALDO-BASE
           END-IF.

           MOVE ZEROS TO WRK-DISPONIVEL.
           IF (CTG_STATUS = "A" OR CTG_STATUS = SPACE)
               AND WRK-SALDO-BASE > ZEROS
               CALL "SALDO-DISPONIVEL" USING CTG_CONTA WRK-SALDO-BASE
                   WRK-SALDO-LIVRE
               COMPUTE WRK-DISPONIVEL =
                   WRK-SALDO-LIVRE * (100 - WRK-MARGEM-PCT) / 100
           END-IF.
           IF WRK-DISPONIVEL < ZEROS
               MOVE ZEROS TO WRK-DISPONIVEL
           END-IF.
           MOVE WRK-DISPONIVEL TO CTG_DISPONIVEL.
           IF WRK-DISPONIVEL = ZEROS
               ADD 1 TO WRK-QTDE-ZERADAS
           END-IF.

           EVALUATE CTG_RISCO
               WHEN "B"
               WHEN SPACE
                   MOVE WRK-TETO-BAIXO TO CTG_TETO
               WHEN "M"
                   MOVE WRK-TETO-MEDIO TO CTG_TETO
               WHEN OTHER
                   MOVE WRK-TETO-ALTO  TO CTG_TETO
           END-EVALUATE.

           REWRITE CONTING-REG.
           ADD 1 TO WRK-QTDE-PUBLICADAS.
           ADD CTG_DISPONIVEL TO WRK-TOT-DISPONIVEL.
       5100-CALCULAR-UMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O RISCO E O DO TITULAR PRINCIPAL (NA FALTA DELE, O PRIMEIRO *
      *>   VINCULO DA CONTA); SEM TITULAR OU CLIENTE NO MESTRE A CONTA *
      *>   FICA COM O TETO DE ALTO RISCO                               *
      *----------------------------------------------------------------*
       6000-OBTER-RISCO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-CPF-TITULAR.
           MOVE "A"    TO CTG_RISCO.
           MOVE "N"    TO WRK-FIM-TIT.

           MOVE CTG_CONTA  TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 6100-EXAMINAR-TITULAR
               THRU 6100-EXAMINAR-TITULAR-EXIT
               UNTIL FIM-TIT.

           MOVE WRK-CPF-TITULAR TO CTG_CPF.
           IF WRK-CPF-TITULAR = SPACES
               GO TO 6000-OBTER-RISCO-EXIT
           END-IF.

           MOVE WRK-CPF-TITULAR TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   GO TO 6000-OBTER-RISCO-EXIT
           END-READ.
           MOVE CLIENTE_RISCO TO CTG_RISCO.
       6000-OBTER-RISCO-EXIT.
           EXIT.

       6100-EXAMINAR-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = CTG_CONTA
               SET FIM-TIT TO TRUE
               GO TO 6100-EXAMINAR-TITULAR-EXIT
           END-IF.

           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       6100-EXAMINAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CONTING-FILE.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-MASTER-FILE.

           DISPLAY "===== CONTINGENCIA DAS AGENCIAS =====".
           DISPLAY "NOGO DE..............: " WRK-DATA-NOGO.
           DISPLAY "FOTO CERTIFICADA.....: " WRK-DATA-FOTO.
           DISPLAY "CONTAS DA FOTO.......: " WRK-QTDE-FOTO.
           DISPLAY "CONTAS NO PARCIAL....: " WRK-QTDE-PARCIAL.
           DISPLAY "CONTAS SO NO PARCIAL.: " WRK-QTDE-NOVAS.
           DISPLAY "CONTAS PUBLICADAS....: " WRK-QTDE-PUBLICADAS.
           DISPLAY "SEM DISPONIVEL.......: " WRK-QTDE-ZERADAS.
           DISPLAY "DISPONIVEL TOTAL.....: " WRK-TOT-DISPONIVEL.
       9000-FINALIZAR-EXIT.
           EXIT.
