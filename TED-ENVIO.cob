      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TED-ENVIO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ENVIO DE TED PEDIDA PELO CLIENTE PARA CONTA EM <*
      *>                OUTRA INSTITUICAO. O ARQUIVO TEDIN TRAZ A     <*
      *>                CONTA DE ORIGEM, O DESTINO (ISPB, AGENCIA E   <*
      *>                CONTA NO MESMO DESENHO DE PORTSAL), O         <*
      *>                DOCUMENTO DO FAVORECIDO, O VALOR E A HORA DO  <*
      *>                PEDIDO. SO SAI TED EM DIA UTIL                <*
      *>                (CALENDARIO-CHECK) E ANTES DO HORARIO DE      <*
      *>                CORTE (PARAMETRO TEDCORTE, PADRAO 1630), COM  <*
      *>                SALDO DISPONIVEL (SALDO-DISPONIVEL) PARA O    <*
      *>                VALOR MAIS A TARIFA DO SERVICO TED DE         <*
      *>                TARIFTAB PELO TIPO DO TITULAR PRINCIPAL. A    <*
      *>                TED ACEITA GANHA NUMERO DE CONTROLE EM        <*
      *>                TEDREG, VIRA DEBITO TEDE (E TARF DA TARIFA)   <*
      *>                EM ACUMTRANS E UMA MENSAGEM NA REMESSA TEDSTR <*
      *>                PARA O STR. RECUSAS SAEM NO RELATORIO TEDREL. <*
      *>                A DEVOLUCAO PELA INSTITUICAO DE DESTINO E     <*
      *>                TRATADA POR TED-DEVOLUCAO.COB                 <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "TEDIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT TED-FILE            ASSIGN TO "TEDREG"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TED_NUMERO
               FILE STATUS        IS WRK-STATUS-TED.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT TARIFA-FILE         ASSIGN TO "TARIFTAB"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TAR.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT REMESSA-FILE        ASSIGN TO "TEDSTR"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

           SELECT RELATORIO-FILE      ASSIGN TO "TEDREL"
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
           02 TPED-CONTA              PIC 9(08).
           02 TPED-ISPB               PIC X(08).
           02 TPED-AGENCIA            PIC 9(04).
           02 TPED-CONTA-DEST         PIC 9(10).
           02 TPED-DOC-DEST           PIC X(14).
           02 TPED-VALOR              PIC 9(09)V99.
           02 TPED-HORA               PIC 9(04).
           02 TPED-OPERADOR           PIC X(08).

       FD  TED-FILE.
           COPY TED-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  TARIFA-FILE.
       01  TARIFA-REG.
           02 TAR-TIPO-CLIENTE    PIC X(01).
           02 TAR-SERVICO         PIC X(10).
           02 TAR-VALOR           PIC 9(09)V99.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA              PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TAR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-TED            PIC X(01) VALUE "N".
           88 FIM-TED                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-TAR            PIC X(01) VALUE "N".
           88 FIM-TAR                 VALUE "S".

       01  WRK-DATA-HOJE.
           02 WRK-HOJE-ANO         PIC 9(04).
           02 WRK-HOJE-MES         PIC 9(02).
           02 WRK-HOJE-DIA         PIC 9(02).
       01  WRK-DATA-HOJE-N        REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).
       77  WRK-DIA-SEMANA-HOJE    PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL           PIC X(01) VALUE "N".
           88 EH-DIA-UTIL             VALUE "S".
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.

       77  WRK-HORA-CORTE         PIC 9(04) VALUE 1630.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-HORA    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-HORA4       PIC 9(04).
           02 FILLER               PIC X(16).

       77  WRK-PROXIMO-NUMERO     PIC 9(07) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-RECUSAR            PIC X(01) VALUE "N".
           88 RECUSAR-PEDIDO          VALUE "S".
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.
       77  WRK-TIPO-CLIENTE       PIC X(01) VALUE "F".
       77  WRK-TARIFA             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-DISPONIVEL   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-NECESSARIO         PIC 9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   TARIFA DO SERVICO TED POR TIPO DE CLIENTE (F/J)             *
      *----------------------------------------------------------------*
       77  WRK-MAX-TARIFAS        PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-TARIFAS.
           02 WRK-TF-ITEM  OCCURS 10 TIMES
                            INDEXED BY WRK-TF-IDX.
               03 WRK-TF-TIPO          PIC X(01).
               03 WRK-TF-VALOR         PIC 9(09)V99.

      *----------------------------------------------------------------*
      *>   VALOR JA COMPROMETIDO NESTA RODADA POR CONTA, PARA A        *
      *>   SEGUNDA TED DA MESMA CONTA NAO CONTAR COM O MESMO SALDO     *
      *----------------------------------------------------------------*
       77  WRK-MAX-COMPROMETIDAS  PIC 9(03) VALUE ZEROS.
       77  WRK-COMPROMETIDO       PIC 9(11)V99 VALUE ZEROS.
       01  WRK-TABELA-COMPROMETIDAS.
           02 WRK-CP-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-CP-IDX.
               03 WRK-CP-CONTA         PIC 9(08).
               03 WRK-CP-VALOR         PIC 9(11)V99.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENVIADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-ENVIADO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-TARIFAS      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   MENSAGENS PARA O STR: HEADER, UMA POR TED COM O NUMERO DE   *
      *>   CONTROLE E TRAILER COM QUANTIDADE E VALOR                   *
      *----------------------------------------------------------------*
       01  WRK-STR-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-SH-DATA          PIC 9(08).
           02 WRK-SH-HORA          PIC 9(06).
           02 FILLER               PIC X(20)
               VALUE "TED CLIENTE".
           02 FILLER               PIC X(45) VALUE SPACES.

       01  WRK-STR-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-SD-NUMERO        PIC 9(07).
           02 WRK-SD-CONTA         PIC 9(08).
           02 WRK-SD-CPF           PIC X(11).
           02 WRK-SD-ISPB          PIC X(08).
           02 WRK-SD-AGENCIA       PIC 9(04).
           02 WRK-SD-CONTA-DEST    PIC 9(10).
           02 WRK-SD-DOC-DEST      PIC X(14).
           02 WRK-SD-VALOR         PIC 9(09)V99.
           02 FILLER               PIC X(06) VALUE SPACES.

       01  WRK-STR-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-ST-QTDE          PIC 9(07).
           02 WRK-ST-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(07) VALUE "CONTA: ".
           02 WRK-R-CONTA          PIC 9(08).
           02 FILLER               PIC X(06) VALUE " ISPB ".
           02 WRK-R-ISPB           PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-VALOR          PIC Z(8)9.99.
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
           ACCEPT WRK-DATA-HOJE       FROM DATE YYYYMMDD.
           ACCEPT WRK-DIA-SEMANA-HOJE FROM DAY-OF-WEEK.
           ACCEPT WRK-HORA-AGORA      FROM TIME.

           CALL "CALENDARIO-CHECK" USING WRK-DATA-HOJE-N
               WRK-DIA-SEMANA-HOJE WRK-DIA-UTIL.

           MOVE "TEDCORTE  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE-N
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO AND WRK-PARM-VALOR (1:4) IS NUMERIC
               MOVE WRK-PARM-HORA4 TO WRK-HORA-CORTE
           END-IF.

           PERFORM 1100-CARREGAR-TARIFAS
               THRU 1100-CARREGAR-TARIFAS-EXIT.

           OPEN I-O TED-FILE.
           IF WRK-STATUS-TED = "35"
               CLOSE TED-FILE
               OPEN OUTPUT TED-FILE
               CLOSE TED-FILE
               OPEN I-O TED-FILE
           END-IF.
           PERFORM 1200-OBTER-PROXIMO-NUMERO
               THRU 1200-OBTER-PROXIMO-NUMERO-EXIT.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
           END-IF.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-DATA-HOJE-N      TO WRK-SH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-SH-HORA.
           MOVE WRK-STR-HEADER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "ENVIO DE TED - PEDIDOS RECUSADOS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF NOT FIM-PED
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-TARIFAS.
      *----------------------------------------------------------------*
           OPEN INPUT TARIFA-FILE.
           IF WRK-STATUS-TAR NOT = "00"
               CLOSE TARIFA-FILE
               DISPLAY "TABELA DE TARIFAS TARIFTAB AUSENTE, "
                   "TED SEM TARIFA"
               GO TO 1100-CARREGAR-TARIFAS-EXIT
           END-IF.

           PERFORM 1150-LER-TARIFA THRU 1150-LER-TARIFA-EXIT
               UNTIL FIM-TAR.
           CLOSE TARIFA-FILE.
       1100-CARREGAR-TARIFAS-EXIT.
           EXIT.

       1150-LER-TARIFA.
           READ TARIFA-FILE.
           IF WRK-STATUS-TAR NOT = "00"
               SET FIM-TAR TO TRUE
               GO TO 1150-LER-TARIFA-EXIT
           END-IF.
           IF TAR-SERVICO = "TED"
               AND TAR-VALOR IS NUMERIC
               AND WRK-MAX-TARIFAS < 10
               ADD 1 TO WRK-MAX-TARIFAS
               SET WRK-TF-IDX TO WRK-MAX-TARIFAS
               MOVE TAR-TIPO-CLIENTE TO WRK-TF-TIPO (WRK-TF-IDX)
               MOVE TAR-VALOR        TO WRK-TF-VALOR (WRK-TF-IDX)
           END-IF.
       1150-LER-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O NUMERO DE CONTROLE SEGUE O MAIOR JA GRAVADO EM TEDREG     *
      *----------------------------------------------------------------*
       1200-OBTER-PROXIMO-NUMERO.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-NUMERO.
           MOVE ZEROS TO TED_NUMERO.
           START TED-FILE KEY IS NOT LESS THAN TED_NUMERO
               INVALID KEY
                   GO TO 1200-OBTER-PROXIMO-NUMERO-EXIT
           END-START.
           PERFORM 1250-LER-TED THRU 1250-LER-TED-EXIT
               UNTIL FIM-TED.
       1200-OBTER-PROXIMO-NUMERO-EXIT.
           EXIT.

       1250-LER-TED.
           READ TED-FILE NEXT RECORD.
           IF WRK-STATUS-TED NOT = "00"
               SET FIM-TED TO TRUE
               GO TO 1250-LER-TED-EXIT
           END-IF.
           COMPUTE WRK-PROXIMO-NUMERO = TED_NUMERO + 1.
       1250-LER-TED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDAS.

           PERFORM 3000-CRITICAR-PEDIDO
               THRU 3000-CRITICAR-PEDIDO-EXIT.

           IF RECUSAR-PEDIDO
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE TPED-CONTA TO WRK-R-CONTA
               MOVE TPED-ISPB  TO WRK-R-ISPB
               MOVE TPED-VALOR TO WRK-R-VALOR
               MOVE WRK-MOTIVO TO WRK-R-MOTIVO
               MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM 5000-ENVIAR-TED THRU 5000-ENVIAR-TED-EXIT
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

           IF NOT EH-DIA-UTIL
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "DIA NAO UTIL, SEM STR" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF TPED-HORA IS NOT NUMERIC
               OR TPED-HORA NOT < WRK-HORA-CORTE
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "APOS O HORARIO DE CORTE" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF TPED-VALOR IS NOT NUMERIC OR TPED-VALOR = ZEROS
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "VALOR INVALIDO" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           IF TPED-ISPB IS NOT NUMERIC
               OR TPED-AGENCIA IS NOT NUMERIC
               OR TPED-CONTA-DEST IS NOT NUMERIC
               OR TPED-CONTA-DEST = ZEROS
               OR TPED-DOC-DEST = SPACES
               SET RECUSAR-PEDIDO TO TRUE
               MOVE "DESTINO INCOMPLETO" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-PEDIDO-EXIT
           END-IF.

           MOVE TPED-CONTA TO CONTA_NUMERO.
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

           PERFORM 3100-OBTER-TITULAR THRU 3100-OBTER-TITULAR-EXIT.
           PERFORM 3200-OBTER-TARIFA  THRU 3200-OBTER-TARIFA-EXIT.

      *>   O DISPONIVEL JA DESCONTA BLOQUEIOS E RESERVAS DE CARTAO;
      *>   AQUI SAI TAMBEM O QUE ESTA RODADA JA COMPROMETEU
           CALL "SALDO-DISPONIVEL" USING CONTA_NUMERO
               CONTA_SALDO WRK-SALDO-DISPONIVEL.
           PERFORM 3300-OBTER-COMPROMETIDO
               THRU 3300-OBTER-COMPROMETIDO-EXIT.
           COMPUTE WRK-NECESSARIO = TPED-VALOR + WRK-TARIFA
               + WRK-COMPROMETIDO.
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
      *>   TITULAR PRINCIPAL DA CONTA, PARA O DOCUMENTO DO REMETENTE   *
      *>   NA MENSAGEM E O TIPO DE CLIENTE DA TARIFA                   *
      *----------------------------------------------------------------*
       3100-OBTER-TITULAR.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-CPF-TITULAR.
           MOVE "F"    TO WRK-TIPO-CLIENTE.
           MOVE "N"    TO WRK-FIM-TIT.
           MOVE TPED-CONTA TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.
           PERFORM 3150-EXAMINAR-VINCULO
               THRU 3150-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           IF WRK-CPF-TITULAR = SPACES
               GO TO 3100-OBTER-TITULAR-EXIT
           END-IF.
           MOVE WRK-CPF-TITULAR TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTE_TIPO TO WRK-TIPO-CLIENTE
           END-READ.
       3100-OBTER-TITULAR-EXIT.
           EXIT.

       3150-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = TPED-CONTA
               SET FIM-TIT TO TRUE
               GO TO 3150-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       3150-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-OBTER-TARIFA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-TARIFA.
           IF WRK-MAX-TARIFAS = ZEROS
               GO TO 3200-OBTER-TARIFA-EXIT
           END-IF.
           SET WRK-TF-IDX TO 1.
           SEARCH WRK-TF-ITEM
               VARYING WRK-TF-IDX
               AT END
                   CONTINUE
               WHEN WRK-TF-IDX > WRK-MAX-TARIFAS
                   CONTINUE
               WHEN WRK-TF-TIPO (WRK-TF-IDX) = WRK-TIPO-CLIENTE
                   MOVE WRK-TF-VALOR (WRK-TF-IDX) TO WRK-TARIFA
           END-SEARCH.
       3200-OBTER-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEIXA WRK-CP-IDX NA ENTRADA DA CONTA, OU LOGO DEPOIS DA     *
      *>   ULTIMA OCUPADA QUANDO A CONTA AINDA NAO TEM ENTRADA         *
      *----------------------------------------------------------------*
       3300-OBTER-COMPROMETIDO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-COMPROMETIDO.
           SET WRK-CP-IDX TO 1.
           IF WRK-MAX-COMPROMETIDAS = ZEROS
               GO TO 3300-OBTER-COMPROMETIDO-EXIT
           END-IF.
           SEARCH WRK-CP-ITEM
               VARYING WRK-CP-IDX
               AT END
                   CONTINUE
               WHEN WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
                   CONTINUE
               WHEN WRK-CP-CONTA (WRK-CP-IDX) = TPED-CONTA
                   MOVE WRK-CP-VALOR (WRK-CP-IDX) TO WRK-COMPROMETIDO
           END-SEARCH.
       3300-OBTER-COMPROMETIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TED ACEITA: REGISTRO, DEBITOS NO MOVIMENTO E MENSAGEM STR   *
      *----------------------------------------------------------------*
       5000-ENVIAR-TED.
      *----------------------------------------------------------------*
           INITIALIZE TED-REG.
           MOVE WRK-PROXIMO-NUMERO TO TED_NUMERO.
           ADD 1 TO WRK-PROXIMO-NUMERO.
           MOVE TPED-CONTA         TO TED_CONTA.
           MOVE WRK-CPF-TITULAR    TO TED_CPF.
           MOVE TPED-ISPB          TO TED_ISPB.
           MOVE TPED-AGENCIA       TO TED_AGENCIA.
           MOVE TPED-CONTA-DEST    TO TED_CONTA_DEST.
           MOVE TPED-DOC-DEST      TO TED_DOC_DEST.
           MOVE TPED-VALOR         TO TED_VALOR.
           MOVE WRK-TARIFA         TO TED_TARIFA.
           MOVE WRK-DATA-HOJE-N    TO TED_DATA.
           MOVE TPED-HORA          TO TED_HORA.
           SET TED-ENVIADA         TO TRUE.
           MOVE SPACES             TO TED_MOTIVO_DEV.
           MOVE ZEROS              TO TED_DATA_DEV.
           MOVE TPED-OPERADOR      TO TED_OPERADOR.
           WRITE TED-REG.

           MOVE TPED-CONTA  TO TRANS_CONTA.
           MOVE "D"         TO TRANS_TIPO.
           MOVE TPED-VALOR  TO TRANS_VALOR.
           MOVE CONTA_MOEDA TO TRANS_MOEDA.
           MOVE "TEDE"      TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.

           IF WRK-TARIFA > ZEROS
               MOVE TPED-CONTA  TO TRANS_CONTA
               MOVE "D"         TO TRANS_TIPO
               MOVE WRK-TARIFA  TO TRANS_VALOR
               MOVE CONTA_MOEDA TO TRANS_MOEDA
               MOVE "TARF"      TO TRANS_CODIGO
               PERFORM 8900-CARIMBAR-ORIGEM
                   THRU 8900-CARIMBAR-ORIGEM-EXIT
               WRITE TRANSACAO-REG
               ADD WRK-TARIFA TO WRK-TOTAL-TARIFAS
           END-IF.

           MOVE TED_NUMERO      TO WRK-SD-NUMERO.
           MOVE TED_CONTA       TO WRK-SD-CONTA.
           MOVE TED_CPF         TO WRK-SD-CPF.
           MOVE TED_ISPB        TO WRK-SD-ISPB.
           MOVE TED_AGENCIA     TO WRK-SD-AGENCIA.
           MOVE TED_CONTA_DEST  TO WRK-SD-CONTA-DEST.
           MOVE TED_DOC_DEST    TO WRK-SD-DOC-DEST.
           MOVE TED_VALOR       TO WRK-SD-VALOR.
           MOVE WRK-STR-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

      *>   WRK-CP-IDX FICOU NA ENTRADA DA CONTA (3300)
           IF WRK-CP-IDX > WRK-MAX-COMPROMETIDAS
               ADD 1 TO WRK-MAX-COMPROMETIDAS
               SET WRK-CP-IDX TO WRK-MAX-COMPROMETIDAS
               MOVE TPED-CONTA TO WRK-CP-CONTA (WRK-CP-IDX)
               MOVE ZEROS      TO WRK-CP-VALOR (WRK-CP-IDX)
           END-IF.
           ADD TPED-VALOR WRK-TARIFA TO WRK-CP-VALOR (WRK-CP-IDX).

           ADD 1 TO WRK-QTDE-ENVIADAS.
           ADD TPED-VALOR TO WRK-TOTAL-ENVIADO.
       5000-ENVIAR-TED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO, COM O OPERADOR DO   *
      *>   CANAL QUE RECEBEU O PEDIDO                                  *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "TED"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE-N      TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE TPED-OPERADOR        TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TEDIN E ESVAZIADO AO FIM, COMO PIXIN EM PIX-ENTRADA: UMA    *
      *>   REEXECUCAO NAO PODE MANDAR A MESMA TED DUAS VEZES           *
      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-ENVIADAS TO WRK-ST-QTDE.
           MOVE WRK-TOTAL-ENVIADO TO WRK-ST-VALOR.
           MOVE WRK-STR-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE PEDIDO-FILE.
           IF WRK-QTDE-LIDAS > ZEROS
               OPEN OUTPUT PEDIDO-FILE
               CLOSE PEDIDO-FILE
           END-IF.

           CLOSE TED-FILE.
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE REMESSA-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== ENVIO DE TED =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-LIDAS.
           DISPLAY "TED ENVIADAS.........: " WRK-QTDE-ENVIADAS.
           DISPLAY "VALOR ENVIADO........: " WRK-TOTAL-ENVIADO.
           DISPLAY "TARIFAS COBRADAS.....: " WRK-TOTAL-TARIFAS.
           DISPLAY "PEDIDOS RECUSADOS....: " WRK-QTDE-RECUSADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
