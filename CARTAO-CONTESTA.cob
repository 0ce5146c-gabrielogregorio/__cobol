      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CARTAO-CONTESTA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CICLO DE CONTESTACAO (CHARGEBACK) DE COMPRAS   <*
      *>                NO CARTAO DE DEBITO JA LIQUIDADAS POR CARTAO- <*
      *>                LIQUIDA.COB (DEBITO CARD EM ACUMTRANS). TRES  <*
      *>                PASSOS POR RODADA:                            <*
      *>                1) RETORNOS DA BANDEIRA (CHBKRETIN): NA       <*
      *>                   REAPRESENTACAO, ESTABELECIMENTO QUE ACEITA <*
      *>                   O CHARGEBACK TORNA O CREDITO DEFINITIVO E  <*
      *>                   O QUE REAPRESENTA LEVA A DISPUTA PARA A    <*
      *>                   ARBITRAGEM; NA ARBITRAGEM, GANHO DO        <*
      *>                   CLIENTE TORNA O CREDITO DEFINITIVO E GANHO <*
      *>                   DO ESTABELECIMENTO ESTORNA O CREDITO       <*
      *>                   PROVISORIO COM DEBITO NOVO (CTEV);         <*
      *>                2) CONTESTACOES NOVAS DO BALCAO (CONTESTIN):  <*
      *>                   SO COMPRA LIQUIDADA EM CARTHOLD, UMA VEZ   <*
      *>                   POR AUTORIZACAO; O CLIENTE RECEBE CREDITO  <*
      *>                   PROVISORIO (CTPV) E O CHARGEBACK SAI NA    <*
      *>                   REMESSA CHBKOUT PARA A BANDEIRA;           <*
      *>                3) RELATORIO DE IDADE (CTSIDADE) DAS          <*
      *>                   CONTESTACOES EM CURSO, MARCANDO AS QUE     <*
      *>                   PASSARAM DO PRAZO DA BANDEIRA (CHBKPRAZO   <*
      *>                   DIAS CORRIDOS, PADRAO 45).                 <*
      *>                O OPERADOR DO BALCAO PRECISA DA PERMISSAO     <*
      *>                CARTAO-CONTESTA (AUTORIZA-CHECK)              <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "CONTESTIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT RETORNO-FILE        ASSIGN TO "CHBKRETIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RET.

           SELECT CONTESTA-FILE       ASSIGN TO "CARTDISP"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CTS-CHAVE
               FILE STATUS        IS WRK-STATUS-CTS.

           SELECT RESERVA-FILE        ASSIGN TO "CARTHOLD"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-HOLD.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT REMESSA-FILE        ASSIGN TO "CHBKOUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

           SELECT RELATORIO-FILE      ASSIGN TO "CTSIDADE"
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
           02 CPED-AUTORIZACAO        PIC 9(06).
           02 CPED-CONTA              PIC 9(08).
           02 CPED-MOTIVO             PIC X(04).
           02 CPED-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
      *>   RETORNO DA BANDEIRA: FASE R (REAPRESENTACAO) OU A           *
      *>   (ARBITRAGEM) E QUEM FICOU COM O DINHEIRO: C CLIENTE OU E    *
      *>   ESTABELECIMENTO                                             *
      *----------------------------------------------------------------*
       FD  RETORNO-FILE.
       01  RETORNO-REG.
           02 CRET-AUTORIZACAO        PIC 9(06).
           02 CRET-CONTA              PIC 9(08).
           02 CRET-FASE               PIC X(01).
               88 CRET-REAPRESENTACAO     VALUE "R".
               88 CRET-ARBITRAGEM         VALUE "A".
           02 CRET-RESULTADO          PIC X(01).
               88 CRET-CLIENTE            VALUE "C".
               88 CRET-ESTABELECIMENTO    VALUE "E".

       FD  CONTESTA-FILE.
           COPY CONTESTA-REG.

       FD  RESERVA-FILE.
           COPY CARTHOLD-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA              PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RET         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HOLD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-RET            PIC X(01) VALUE "N".
           88 FIM-RET                 VALUE "S".
       77  WRK-FIM-HOLD           PIC X(01) VALUE "N".
           88 FIM-HOLD                VALUE "S".
       77  WRK-FIM-CTS            PIC X(01) VALUE "N".
           88 FIM-CTS                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "CARTAO-CONTESTA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".

      *----------------------------------------------------------------*
      *>   PRAZO DA BANDEIRA PARA CADA FASE, EM DIAS CORRIDOS          *
      *----------------------------------------------------------------*
       77  WRK-PRAZO-BANDEIRA     PIC 9(03) VALUE 45.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-DIAS    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-DIAS3      PIC 9(03).
           02 FILLER              PIC X(17).
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CONTESTACOES NOVAS EM MEMORIA; A PASSADA EM CARTHOLD TRAZ   *
      *>   VALOR, ESTABELECIMENTO E DATA DA COMPRA LIQUIDADA           *
      *----------------------------------------------------------------*
       77  WRK-MAX-PEDIDOS        PIC 9(03) VALUE ZEROS.
       77  WRK-PEDIDOS-ESTOURO    PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-PEDIDOS.
           02 WRK-PD-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-PD-IDX.
               03 WRK-PD-AUTORIZACAO   PIC 9(06).
               03 WRK-PD-CONTA         PIC 9(08).
               03 WRK-PD-MOTIVO        PIC X(04).
               03 WRK-PD-OPERADOR      PIC X(08).
               03 WRK-PD-LIQUIDADA     PIC X(01).
                   88 PD-LIQUIDADA         VALUE "S".
               03 WRK-PD-VALOR         PIC 9(09)V99.
               03 WRK-PD-ESTAB         PIC X(20).
               03 WRK-PD-DATA          PIC 9(08).

       77  WRK-QTDE-PEDIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETORNOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ARBITRAGEM    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GANHAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PERDIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RET-INVALIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EM-CURSO      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENCIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-PROVISORIO     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ESTORNADO      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REMESSA DE CHARGEBACK PARA A BANDEIRA: HEADER, DETALHES COM *
      *>   SEQUENCIA E TRAILER COM QUANTIDADE E VALOR TOTAL            *
      *----------------------------------------------------------------*
       01  WRK-REM-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-RH-DATA          PIC 9(08).
           02 WRK-RH-HORA          PIC 9(06).
           02 FILLER               PIC X(20)
               VALUE "CHARGEBACK DEBITO".
           02 FILLER               PIC X(45) VALUE SPACES.

       01  WRK-REM-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-RD-SEQ           PIC 9(07).
           02 WRK-RD-AUTORIZACAO   PIC 9(06).
           02 WRK-RD-CONTA         PIC 9(08).
           02 WRK-RD-VALOR         PIC 9(09)V99.
           02 WRK-RD-ESTAB         PIC X(20).
           02 WRK-RD-DATA-COMPRA   PIC 9(08).
           02 WRK-RD-MOTIVO        PIC X(04).
           02 FILLER               PIC X(15) VALUE SPACES.

       01  WRK-REM-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-RT-QTDE          PIC 9(07).
           02 WRK-RT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-OCORRENCIA.
           02 WRK-O-TEXTO         PIC X(26).
           02 WRK-O-CONTA         PIC 9(08).
           02 FILLER              PIC X(06) VALUE " AUT ".
           02 WRK-O-AUTORIZACAO   PIC 9(06).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-O-COMPLEMENTO   PIC X(43).

       01  WRK-LINHA-IDADE.
           02 WRK-I-CONTA         PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-I-AUTORIZACAO   PIC 9(06).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-I-VALOR         PIC Z(8)9.99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-I-FASE          PIC X(11).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-I-DATA-SIT      PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-I-IDADE         PIC ZZ9.
           02 FILLER              PIC X(06) VALUE " DIAS ".
           02 WRK-I-FAIXA         PIC X(12).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-I-PRAZO         PIC X(14).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-TRATAR-RETORNOS
               THRU 2000-TRATAR-RETORNOS-EXIT.
           PERFORM 3000-ABRIR-CONTESTACOES
               THRU 3000-ABRIR-CONTESTACOES-EXIT.
           PERFORM 5000-RELATAR-IDADE     THRU 5000-RELATAR-IDADE-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           MOVE "CHBKPRAZO " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-DIAS3 > ZEROS
               MOVE WRK-PARM-DIAS3 TO WRK-PRAZO-BANDEIRA
           END-IF.

           OPEN I-O CONTESTA-FILE.
           IF WRK-STATUS-CTS = "35"
               CLOSE CONTESTA-FILE
               OPEN OUTPUT CONTESTA-FILE
               CLOSE CONTESTA-FILE
               OPEN I-O CONTESTA-FILE
           END-IF.

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
           MOVE "===== CONTESTACOES DE CARTAO DE DEBITO ====="
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DESFECHO DA BANDEIRA SOBRE CHARGEBACKS JA ENVIADOS          *
      *----------------------------------------------------------------*
       2000-TRATAR-RETORNOS.
      *----------------------------------------------------------------*
           OPEN INPUT RETORNO-FILE.
           IF WRK-STATUS-RET NOT = "00"
               CLOSE RETORNO-FILE
               GO TO 2000-TRATAR-RETORNOS-EXIT
           END-IF.

           PERFORM 2100-TRATAR-RETORNO THRU 2100-TRATAR-RETORNO-EXIT
               UNTIL FIM-RET.
           CLOSE RETORNO-FILE.
       2000-TRATAR-RETORNOS-EXIT.
           EXIT.

       2100-TRATAR-RETORNO.
           READ RETORNO-FILE.
           IF WRK-STATUS-RET NOT = "00"
               SET FIM-RET TO TRUE
               GO TO 2100-TRATAR-RETORNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-RETORNOS.

           MOVE CRET-AUTORIZACAO TO CTS_AUTORIZACAO.
           MOVE CRET-CONTA       TO CTS_CONTA.
           READ CONTESTA-FILE
               INVALID KEY
                   MOVE "CONTESTACAO NAO ENCONTRADA"
                       TO WRK-O-COMPLEMENTO
                   GO TO 2100-TRATAR-RETORNO-INVALIDO
           END-READ.

           IF NOT CRET-CLIENTE AND NOT CRET-ESTABELECIMENTO
               MOVE "RESULTADO INVALIDO NO RETORNO"
                   TO WRK-O-COMPLEMENTO
               GO TO 2100-TRATAR-RETORNO-INVALIDO
           END-IF.

      *>   REAPRESENTACAO SO VALE PARA O CHARGEBACK ABERTO E
      *>   ARBITRAGEM SO PARA O QUE FOI REAPRESENTADO
           EVALUATE TRUE
               WHEN CRET-REAPRESENTACAO AND CTS-ABERTA
                   IF CRET-CLIENTE
                       PERFORM 2200-GANHAR-CONTESTACAO
                           THRU 2200-GANHAR-CONTESTACAO-EXIT
                   ELSE
                       SET CTS-ARBITRAGEM TO TRUE
                       MOVE WRK-DATA-HOJE TO CTS_DATA_SITUACAO
                       REWRITE CONTESTA-REG
                       ADD 1 TO WRK-QTDE-ARBITRAGEM
                   END-IF
               WHEN CRET-ARBITRAGEM AND CTS-ARBITRAGEM
                   IF CRET-CLIENTE
                       PERFORM 2200-GANHAR-CONTESTACAO
                           THRU 2200-GANHAR-CONTESTACAO-EXIT
                   ELSE
                       PERFORM 2300-PERDER-CONTESTACAO
                           THRU 2300-PERDER-CONTESTACAO-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "FASE NAO CONFERE COM A SITUACAO "
                       TO WRK-O-COMPLEMENTO
                   MOVE CTS_SITUACAO TO WRK-O-COMPLEMENTO (33:1)
                   GO TO 2100-TRATAR-RETORNO-INVALIDO
           END-EVALUATE.
           GO TO 2100-TRATAR-RETORNO-EXIT.

       2100-TRATAR-RETORNO-INVALIDO.
           ADD 1 TO WRK-QTDE-RET-INVALIDOS.
           MOVE "RETORNO RECUSADO, CONTA "  TO WRK-O-TEXTO.
           MOVE CRET-CONTA                  TO WRK-O-CONTA.
           MOVE CRET-AUTORIZACAO            TO WRK-O-AUTORIZACAO.
           MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2100-TRATAR-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GANHO DO CLIENTE: O CREDITO PROVISORIO JA LANCADO FICA      *
      *>   DEFINITIVO, SEM MOVIMENTO NOVO                              *
      *----------------------------------------------------------------*
       2200-GANHAR-CONTESTACAO.
      *----------------------------------------------------------------*
           SET CTS-GANHA TO TRUE.
           MOVE WRK-DATA-HOJE TO CTS_DATA_SITUACAO.
           REWRITE CONTESTA-REG.
           ADD 1 TO WRK-QTDE-GANHAS.
       2200-GANHAR-CONTESTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GANHO DO ESTABELECIMENTO NA ARBITRAGEM: O CREDITO           *
      *>   PROVISORIO E ESTORNADO COM DEBITO NOVO (CTEV)               *
      *----------------------------------------------------------------*
       2300-PERDER-CONTESTACAO.
      *----------------------------------------------------------------*
           MOVE CTS_CONTA  TO TRANS_CONTA.
           MOVE "D"        TO TRANS_TIPO.
           MOVE CTS_VALOR  TO TRANS_VALOR.
           MOVE "CTEV"     TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.
           ADD CTS_VALOR TO WRK-TOT-ESTORNADO.

           SET CTS-PERDIDA TO TRUE.
           MOVE WRK-DATA-HOJE TO CTS_DATA_SITUACAO.
           REWRITE CONTESTA-REG.
           ADD 1 TO WRK-QTDE-PERDIDAS.
       2300-PERDER-CONTESTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTESTACOES NOVAS: CARGA DO LOTE, UMA PASSADA EM CARTHOLD  *
      *>   PARA ACHAR A COMPRA LIQUIDADA E ABERTURA UMA A UMA          *
      *----------------------------------------------------------------*
       3000-ABRIR-CONTESTACOES.
      *----------------------------------------------------------------*
           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               CLOSE PEDIDO-FILE
               GO TO 3000-ABRIR-CONTESTACOES-EXIT
           END-IF.
           PERFORM 3100-GUARDAR-PEDIDO THRU 3100-GUARDAR-PEDIDO-EXIT
               UNTIL FIM-PED.
           CLOSE PEDIDO-FILE.

           IF WRK-MAX-PEDIDOS = ZEROS
               GO TO 3000-ABRIR-CONTESTACOES-EXIT
           END-IF.

           OPEN INPUT RESERVA-FILE.
           IF WRK-STATUS-HOLD NOT = "00"
               SET FIM-HOLD TO TRUE
           END-IF.
           PERFORM 3200-EXAMINAR-RESERVA
               THRU 3200-EXAMINAR-RESERVA-EXIT
               UNTIL FIM-HOLD.
           CLOSE RESERVA-FILE.

           PERFORM 3300-ABRIR-CONTESTACAO
               THRU 3300-ABRIR-CONTESTACAO-EXIT
               VARYING WRK-PD-IDX FROM 1 BY 1
               UNTIL WRK-PD-IDX > WRK-MAX-PEDIDOS.
       3000-ABRIR-CONTESTACOES-EXIT.
           EXIT.

       3100-GUARDAR-PEDIDO.
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
               GO TO 3100-GUARDAR-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PEDIDOS.

           IF WRK-MAX-PEDIDOS NOT < 500
               ADD 1 TO WRK-PEDIDOS-ESTOURO
               DISPLAY "TABELA DE CONTESTACOES CHEIA, PEDIDO FICA "
                   "PARA A PROXIMA RODADA: " CPED-CONTA " "
                   CPED-AUTORIZACAO
               GO TO 3100-GUARDAR-PEDIDO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-PEDIDOS.
           SET WRK-PD-IDX TO WRK-MAX-PEDIDOS.
           INITIALIZE WRK-PD-ITEM (WRK-PD-IDX).
           MOVE CPED-AUTORIZACAO TO WRK-PD-AUTORIZACAO (WRK-PD-IDX).
           MOVE CPED-CONTA       TO WRK-PD-CONTA (WRK-PD-IDX).
           MOVE CPED-MOTIVO      TO WRK-PD-MOTIVO (WRK-PD-IDX).
           MOVE CPED-OPERADOR    TO WRK-PD-OPERADOR (WRK-PD-IDX).
           MOVE "N"              TO WRK-PD-LIQUIDADA (WRK-PD-IDX).
       3100-GUARDAR-PEDIDO-EXIT.
           EXIT.

       3200-EXAMINAR-RESERVA.
           READ RESERVA-FILE.
           IF WRK-STATUS-HOLD NOT = "00"
               SET FIM-HOLD TO TRUE
               GO TO 3200-EXAMINAR-RESERVA-EXIT
           END-IF.
           IF NOT HOLD-LIQUIDADA
               GO TO 3200-EXAMINAR-RESERVA-EXIT
           END-IF.

           SET WRK-PD-IDX TO 1.
           SEARCH WRK-PD-ITEM
               VARYING WRK-PD-IDX
               AT END
                   CONTINUE
               WHEN WRK-PD-IDX > WRK-MAX-PEDIDOS
                   CONTINUE
               WHEN WRK-PD-CONTA (WRK-PD-IDX) = HOLD_CONTA
                   AND WRK-PD-AUTORIZACAO (WRK-PD-IDX)
                       = HOLD_AUTORIZACAO
                   MOVE "S"        TO WRK-PD-LIQUIDADA (WRK-PD-IDX)
                   MOVE HOLD_VALOR TO WRK-PD-VALOR (WRK-PD-IDX)
                   MOVE HOLD_ESTAB TO WRK-PD-ESTAB (WRK-PD-IDX)
                   MOVE HOLD_DATA  TO WRK-PD-DATA (WRK-PD-IDX)
           END-SEARCH.
       3200-EXAMINAR-RESERVA-EXIT.
           EXIT.

       3300-ABRIR-CONTESTACAO.
           MOVE WRK-PD-CONTA (WRK-PD-IDX)       TO WRK-O-CONTA.
           MOVE WRK-PD-AUTORIZACAO (WRK-PD-IDX) TO WRK-O-AUTORIZACAO.

           CALL "AUTORIZA-CHECK" USING WRK-PD-OPERADOR (WRK-PD-IDX)
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-O-COMPLEMENTO
               GO TO 3300-ABRIR-CONTESTACAO-RECUSAR
           END-IF.
           IF NOT PD-LIQUIDADA (WRK-PD-IDX)
               MOVE "COMPRA NAO LIQUIDADA EM CARTHOLD"
                   TO WRK-O-COMPLEMENTO
               GO TO 3300-ABRIR-CONTESTACAO-RECUSAR
           END-IF.

           INITIALIZE CONTESTA-REG.
           MOVE WRK-PD-AUTORIZACAO (WRK-PD-IDX) TO CTS_AUTORIZACAO.
           MOVE WRK-PD-CONTA (WRK-PD-IDX)       TO CTS_CONTA.
           MOVE WRK-PD-VALOR (WRK-PD-IDX)       TO CTS_VALOR.
           MOVE WRK-PD-ESTAB (WRK-PD-IDX)       TO CTS_ESTAB.
           MOVE WRK-PD-DATA (WRK-PD-IDX)        TO CTS_DATA_COMPRA.
           MOVE WRK-PD-MOTIVO (WRK-PD-IDX)      TO CTS_MOTIVO.
           MOVE "A"                             TO CTS_SITUACAO.
           MOVE WRK-DATA-HOJE                   TO CTS_DATA_ABERTURA.
           MOVE WRK-DATA-HOJE                   TO CTS_DATA_SITUACAO.
           MOVE WRK-PD-OPERADOR (WRK-PD-IDX)    TO CTS_OPERADOR.
           WRITE CONTESTA-REG
               INVALID KEY
                   MOVE "COMPRA JA CONTESTADA" TO WRK-O-COMPLEMENTO
                   GO TO 3300-ABRIR-CONTESTACAO-RECUSAR
           END-WRITE.

           ADD 1 TO WRK-QTDE-ABERTAS.
           PERFORM 3400-CREDITAR-PROVISORIO
               THRU 3400-CREDITAR-PROVISORIO-EXIT.
           PERFORM 3500-ENVIAR-CHARGEBACK
               THRU 3500-ENVIAR-CHARGEBACK-EXIT.
           GO TO 3300-ABRIR-CONTESTACAO-EXIT.

       3300-ABRIR-CONTESTACAO-RECUSAR.
           ADD 1 TO WRK-QTDE-RECUSADAS.
           MOVE "CONTESTACAO RECUSADA, CTA " TO WRK-O-TEXTO.
           MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3300-ABRIR-CONTESTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3400-CREDITAR-PROVISORIO.
      *----------------------------------------------------------------*
           MOVE CTS_CONTA  TO TRANS_CONTA.
           MOVE "C"        TO TRANS_TIPO.
           MOVE CTS_VALOR  TO TRANS_VALOR.
           MOVE "CTPV"     TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           MOVE CTS_OPERADOR TO TRANS_OPERADOR.
           WRITE TRANSACAO-REG.
           ADD CTS_VALOR TO WRK-TOT-PROVISORIO.
       3400-CREDITAR-PROVISORIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-ENVIAR-CHARGEBACK.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-ABERTAS TO WRK-RD-SEQ.
           MOVE CTS_AUTORIZACAO  TO WRK-RD-AUTORIZACAO.
           MOVE CTS_CONTA        TO WRK-RD-CONTA.
           MOVE CTS_VALOR        TO WRK-RD-VALOR.
           MOVE CTS_ESTAB        TO WRK-RD-ESTAB.
           MOVE CTS_DATA_COMPRA  TO WRK-RD-DATA-COMPRA.
           MOVE CTS_MOTIVO       TO WRK-RD-MOTIVO.
           MOVE WRK-REM-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
       3500-ENVIAR-CHARGEBACK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   IDADE DAS CONTESTACOES EM CURSO DESDE A ULTIMA MUDANCA DE   *
      *>   FASE; PASSOU DO PRAZO DA BANDEIRA, SAI MARCADA              *
      *----------------------------------------------------------------*
       5000-RELATAR-IDADE.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "IDADE DAS CONTESTACOES EM CURSO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "CONTA    AUT       VALOR     FASE        DESDE    "
               TO RELATORIO-LINHA.
           MOVE "IDADE      FAIXA        PRAZO"
               TO RELATORIO-LINHA (51:).
           WRITE RELATORIO-LINHA.

           MOVE LOW-VALUES TO CTS-CHAVE.
           START CONTESTA-FILE KEY IS NOT LESS THAN CTS-CHAVE
               INVALID KEY
                   GO TO 5000-RELATAR-IDADE-EXIT
           END-START.
           MOVE "N" TO WRK-FIM-CTS.
           PERFORM 5100-EXAMINAR-CONTESTACAO
               THRU 5100-EXAMINAR-CONTESTACAO-EXIT
               UNTIL FIM-CTS.
       5000-RELATAR-IDADE-EXIT.
           EXIT.

       5100-EXAMINAR-CONTESTACAO.
           READ CONTESTA-FILE NEXT RECORD.
           IF WRK-STATUS-CTS NOT = "00"
               SET FIM-CTS TO TRUE
               GO TO 5100-EXAMINAR-CONTESTACAO-EXIT
           END-IF.
           IF NOT CTS-EM-CURSO
               GO TO 5100-EXAMINAR-CONTESTACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-EM-CURSO.

           CALL "DIAS-CORRIDOS-IDADE" USING CTS_DATA_SITUACAO
               WRK-DATA-HOJE WRK-IDADE.

           MOVE CTS_CONTA         TO WRK-I-CONTA.
           MOVE CTS_AUTORIZACAO   TO WRK-I-AUTORIZACAO.
           MOVE CTS_VALOR         TO WRK-I-VALOR.
           IF CTS-ABERTA
               MOVE "CHARGEBACK"  TO WRK-I-FASE
           ELSE
               MOVE "ARBITRAGEM"  TO WRK-I-FASE
           END-IF.
           MOVE CTS_DATA_SITUACAO TO WRK-I-DATA-SIT.
           MOVE WRK-IDADE         TO WRK-I-IDADE.
           EVALUATE TRUE
               WHEN WRK-IDADE NOT > 15
                   MOVE "ATE 15"      TO WRK-I-FAIXA
               WHEN WRK-IDADE NOT > 30
                   MOVE "16 A 30"     TO WRK-I-FAIXA
               WHEN WRK-IDADE NOT > 60
                   MOVE "31 A 60"     TO WRK-I-FAIXA
               WHEN OTHER
                   MOVE "ACIMA DE 60" TO WRK-I-FAIXA
           END-EVALUATE.
           IF WRK-IDADE > WRK-PRAZO-BANDEIRA
               ADD 1 TO WRK-QTDE-VENCIDAS
               MOVE "PRAZO VENCIDO"   TO WRK-I-PRAZO
           ELSE
               MOVE SPACES            TO WRK-I-PRAZO
           END-IF.
           MOVE WRK-LINHA-IDADE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       5100-EXAMINAR-CONTESTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO                      *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE "BRL"                TO TRANS_MOEDA.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "CAR"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-ABERTAS   TO WRK-RT-QTDE.
           MOVE WRK-TOT-PROVISORIO TO WRK-RT-VALOR.
           MOVE WRK-REM-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE CONTESTA-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE REMESSA-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== CONTESTACOES DE CARTAO =====".
           DISPLAY "PEDIDOS DO BALCAO....: " WRK-QTDE-PEDIDOS.
           DISPLAY "CONTESTACOES ABERTAS.: " WRK-QTDE-ABERTAS.
           DISPLAY "PEDIDOS RECUSADOS....: " WRK-QTDE-RECUSADAS.
           DISPLAY "CREDITO PROVISORIO...: " WRK-TOT-PROVISORIO.
           DISPLAY "RETORNOS DA BANDEIRA.: " WRK-QTDE-RETORNOS.
           DISPLAY "PARA ARBITRAGEM......: " WRK-QTDE-ARBITRAGEM.
           DISPLAY "GANHAS (DEFINITIVO)..: " WRK-QTDE-GANHAS.
           DISPLAY "PERDIDAS (ESTORNO)...: " WRK-QTDE-PERDIDAS.
           DISPLAY "VALOR ESTORNADO......: " WRK-TOT-ESTORNADO.
           DISPLAY "RETORNOS RECUSADOS...: " WRK-QTDE-RET-INVALIDOS.
           DISPLAY "EM CURSO.............: " WRK-QTDE-EM-CURSO.
           DISPLAY "COM PRAZO VENCIDO....: " WRK-QTDE-VENCIDAS.
           DISPLAY "FORA DA TABELA.......: " WRK-PEDIDOS-ESTOURO.
       9000-FINALIZAR-EXIT.
           EXIT.
