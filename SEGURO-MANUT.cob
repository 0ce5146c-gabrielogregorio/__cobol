      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SEGURO-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : ADESAO E CANCELAMENTO DO SEGURO PRESTAMISTA    <*
      *>                DOS PLANOS DE PARCELAMENTO, A PARTIR DO LOTE  <*
      *>                SEGMOV: FUNCAO A (ADERIR) E C (CANCELAR). SO  <*
      *>                PLANO ATIVO EM PLANOMST ADERE; O SEGURADO E O <*
      *>                TITULAR PRINCIPAL DA CONTA DO PLANO           <*
      *>                (CONTATIT), QUE NAO PODE CONSTAR COMO         <*
      *>                FALECIDO EM CLIMAST. O PREMIO POR PARCELA VEM <*
      *>                DO LOTE OU, ZERADO, E SEGPRMPCT % DA PARCELA  <*
      *>                (PARAMMST, PADRAO 2,50). PLANO COM SEGURO     <*
      *>                CANCELADO PODE ADERIR DE NOVO. OPERADOR COM A <*
      *>                FUNCAO SEGURO-MANUT EM AUTORIZA-CHECK; TODA   <*
      *>                MUDANCA DE SITUACAO E AUDITADA VIA AUDIT-LOG  <*
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
           SELECT SEGURO-FILE         ASSIGN TO "SEGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SEG_PLANO
               FILE STATUS        IS WRK-STATUS-SEG.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

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

           SELECT MANUT-FILE          ASSIGN TO "SEGMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  SEGURO-FILE.
           COPY SEGURO-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 SMOV-FUNCAO             PIC X(01).
               88 SMOV-ADERIR             VALUE "A".
               88 SMOV-CANCELAR           VALUE "C".
           02 SMOV-PLANO              PIC 9(07).
           02 SMOV-PREMIO             PIC 9(07)V99.
           02 SMOV-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-SEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-FIM-PLANO          PIC X(01) VALUE "N".
           88 FIM-PLANO               VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-PLANO-ACHADO       PIC X(01) VALUE "N".
           88 PLANO-ACHADO            VALUE "S".
       77  WRK-SEGURO-EXISTE      PIC X(01) VALUE "N".
           88 SEGURO-EXISTE           VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.
       77  WRK-PREMIO             PIC 9(07)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PREMIO PADRAO EM % DA PARCELA (SEGPRMPCT)                   *
      *----------------------------------------------------------------*
       77  WRK-PCT-PREMIO         PIC 9(03)V99 VALUE 2.50.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-PCT     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-PCT5        PIC 9(03)V99.
           02 FILLER               PIC X(15).

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ADESOES       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CANCELADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "SEG_SITUACAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "SEGURO-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".
       77  WRK-QTDE-SEM-PERMISSAO  PIC 9(07) VALUE ZEROS.

       01  WRK-SITUACAO-PREMIO.
           02 WRK-SP-SITUACAO      PIC X(01).
           02 FILLER               PIC X(08) VALUE " PREMIO ".
           02 WRK-SP-PREMIO        PIC 9(07).99.
           02 FILLER               PIC X(11) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-MANUT  THRU 2000-PROCESSAR-MANUT-EXIT
               UNTIL FIM-MANUT.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "SEGPRMPCT " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               MOVE WRK-PARM-PCT5 TO WRK-PCT-PREMIO
           END-IF.

           OPEN I-O SEGURO-FILE.
           IF WRK-STATUS-SEG = "35"
               CLOSE SEGURO-FILE
               OPEN OUTPUT SEGURO-FILE
               CLOSE SEGURO-FILE
               OPEN I-O SEGURO-FILE
           END-IF.

           OPEN INPUT TITULAR-FILE.
           OPEN INPUT CLIENTE-MASTER-FILE.

           OPEN INPUT MANUT-FILE.
           IF WRK-STATUS-MANUT NOT = "00"
               SET FIM-MANUT TO TRUE
           END-IF.

           IF NOT FIM-MANUT
               PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-MANUT.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           CALL "AUTORIZA-CHECK" USING SMOV-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA MANTER "
                   "SEGURO: " SMOV-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           MOVE "N" TO WRK-SEGURO-EXISTE.
           MOVE SMOV-PLANO TO SEG_PLANO.
           READ SEGURO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SEGURO-EXISTE TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN SMOV-ADERIR
                   PERFORM 3000-ADERIR-SEGURO
                       THRU 3000-ADERIR-SEGURO-EXIT
               WHEN SMOV-CANCELAR
                   PERFORM 4000-CANCELAR-SEGURO
                       THRU 4000-CANCELAR-SEGURO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE MANUTENCAO INVALIDA: "
                       SMOV-FUNCAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
           END-EVALUATE.

       2000-PROCESSAR-MANUT-LER.
           PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT.
       2000-PROCESSAR-MANUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-MANUT.
      *----------------------------------------------------------------*
           READ MANUT-FILE.
           IF WRK-STATUS-MANUT = "10"
               SET FIM-MANUT TO TRUE
           END-IF.
       2100-LER-MANUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ADESAO: PLANO ATIVO COM PARCELAS A VENCER, SEM SEGURO EM    *
      *>   VIGOR OU EM SINISTRO, E SEGURADO VIVO                       *
      *----------------------------------------------------------------*
       3000-ADERIR-SEGURO.
      *----------------------------------------------------------------*
           IF SEGURO-EXISTE AND NOT SEG-CANCELADO
               DISPLAY "PLANO JA TEM SEGURO (SITUACAO " SEG_SITUACAO
                   "), ADESAO REJEITADA: " SMOV-PLANO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-ADERIR-SEGURO-EXIT
           END-IF.

           PERFORM 3500-LOCALIZAR-PLANO THRU 3500-LOCALIZAR-PLANO-EXIT.
           IF NOT PLANO-ACHADO
               OR NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               DISPLAY "PLANO INEXISTENTE OU NAO ATIVO, ADESAO "
                   "REJEITADA: " SMOV-PLANO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-ADERIR-SEGURO-EXIT
           END-IF.

           PERFORM 3600-OBTER-TITULAR THRU 3600-OBTER-TITULAR-EXIT.
           IF WRK-CPF-TITULAR = SPACES
               DISPLAY "CONTA DO PLANO SEM TITULAR EM CONTATIT, "
                   "ADESAO REJEITADA: " SMOV-PLANO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-ADERIR-SEGURO-EXIT
           END-IF.

           MOVE WRK-CPF-TITULAR TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "TITULAR NAO CADASTRADO EM CLIMAST, "
                       "ADESAO REJEITADA: " SMOV-PLANO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-ADERIR-SEGURO-EXIT
           END-READ.
           IF CLIENTE-FALECIDO OR CLIENTE-RFB-FALECIDO
               DISPLAY "TITULAR FALECIDO, ADESAO REJEITADA: "
                   SMOV-PLANO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-ADERIR-SEGURO-EXIT
           END-IF.

           IF SMOV-PREMIO IS NUMERIC AND SMOV-PREMIO > ZEROS
               MOVE SMOV-PREMIO TO WRK-PREMIO
           ELSE
               COMPUTE WRK-PREMIO ROUNDED =
                   PLN_VALOR_PARCELA * WRK-PCT-PREMIO / 100
           END-IF.
           IF WRK-PREMIO = ZEROS
               DISPLAY "PREMIO ZERADO, ADESAO REJEITADA: " SMOV-PLANO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-ADERIR-SEGURO-EXIT
           END-IF.

           IF SEGURO-EXISTE
               MOVE SEG_SITUACAO TO WRK-SP-SITUACAO
               MOVE SEG_PREMIO_PARCELA TO WRK-SP-PREMIO
               MOVE WRK-SITUACAO-PREMIO TO WRK-AUDIT-VALOR-ANTIGO
           ELSE
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
           END-IF.

           MOVE SMOV-PLANO      TO SEG_PLANO.
           MOVE PLN_CONTA       TO SEG_CONTA.
           MOVE WRK-CPF-TITULAR TO SEG_CPF.
           SET SEG-ATIVO TO TRUE.
           MOVE WRK-PREMIO      TO SEG_PREMIO_PARCELA.
           MOVE WRK-DATA-HOJE   TO SEG_DATA_ADESAO.
           MOVE ZEROS           TO SEG_DATA_CANCELAMENTO.
           MOVE ZEROS           TO SEG_DATA_SINISTRO.
           MOVE ZEROS           TO SEG_SALDO_SINISTRO.
           MOVE ZEROS           TO SEG_VALOR_INDENIZADO.
           MOVE SMOV-OPERADOR   TO SEG_OPERADOR.

           IF SEGURO-EXISTE
               REWRITE SEGURO-REG
           ELSE
               WRITE SEGURO-REG
           END-IF.
           IF WRK-STATUS-SEG NOT = "00"
               DISPLAY "ERRO AO GRAVAR SEGURO DO PLANO " SMOV-PLANO
                   " STATUS " WRK-STATUS-SEG
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-ADERIR-SEGURO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ADESOES.
           MOVE SEG_SITUACAO       TO WRK-SP-SITUACAO.
           MOVE SEG_PREMIO_PARCELA TO WRK-SP-PREMIO.
           MOVE WRK-SITUACAO-PREMIO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-ADERIR-SEGURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-LOCALIZAR-PLANO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-PLANO-ACHADO.
           MOVE "N" TO WRK-FIM-PLANO.

           IF SMOV-PLANO IS NOT NUMERIC OR SMOV-PLANO = ZEROS
               GO TO 3500-LOCALIZAR-PLANO-EXIT
           END-IF.

           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLANO TO TRUE
           END-IF.
           PERFORM 3550-LER-PLANO THRU 3550-LER-PLANO-EXIT
               UNTIL FIM-PLANO.
           CLOSE PLANO-FILE.
       3500-LOCALIZAR-PLANO-EXIT.
           EXIT.

       3550-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLANO TO TRUE
               GO TO 3550-LER-PLANO-EXIT
           END-IF.
           IF PLN_NUMERO = SMOV-PLANO
               SET PLANO-ACHADO TO TRUE
               SET FIM-PLANO TO TRUE
           END-IF.
       3550-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SEGURADO: TITULAR PRINCIPAL DA CONTA DO PLANO; NA FALTA     *
      *>   DELE, O PRIMEIRO TITULAR ENCONTRADO                         *
      *----------------------------------------------------------------*
       3600-OBTER-TITULAR.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-CPF-TITULAR.
           MOVE "N"    TO WRK-FIM-TIT.

           MOVE PLN_CONTA  TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 3650-EXAMINAR-VINCULO
               THRU 3650-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.
       3600-OBTER-TITULAR-EXIT.
           EXIT.

       3650-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 3650-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF TIT_CONTA NOT = PLN_CONTA
               SET FIM-TIT TO TRUE
               GO TO 3650-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-CPF-TITULAR = SPACES
               MOVE TIT_CPF TO WRK-CPF-TITULAR
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-CPF-TITULAR
               SET FIM-TIT TO TRUE
           END-IF.
       3650-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CANCELAMENTO: SO DO SEGURO ATIVO; EM SINISTRO A DECISAO E   *
      *>   DA SEGURADORA                                               *
      *----------------------------------------------------------------*
       4000-CANCELAR-SEGURO.
      *----------------------------------------------------------------*
           IF NOT SEGURO-EXISTE OR NOT SEG-ATIVO
               DISPLAY "PLANO SEM SEGURO ATIVO, CANCELAMENTO "
                   "REJEITADO: " SMOV-PLANO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-CANCELAR-SEGURO-EXIT
           END-IF.

           MOVE SEG_SITUACAO       TO WRK-SP-SITUACAO.
           MOVE SEG_PREMIO_PARCELA TO WRK-SP-PREMIO.
           MOVE WRK-SITUACAO-PREMIO TO WRK-AUDIT-VALOR-ANTIGO.

           SET SEG-CANCELADO TO TRUE.
           MOVE WRK-DATA-HOJE TO SEG_DATA_CANCELAMENTO.
           MOVE SMOV-OPERADOR TO SEG_OPERADOR.
           REWRITE SEGURO-REG.
           IF WRK-STATUS-SEG NOT = "00"
               DISPLAY "ERRO AO CANCELAR SEGURO DO PLANO " SMOV-PLANO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-CANCELAR-SEGURO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CANCELADOS.
           MOVE SEG_SITUACAO       TO WRK-SP-SITUACAO.
           MOVE WRK-SITUACAO-PREMIO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       4000-CANCELAR-SEGURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE SEG_PLANO TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING SMOV-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE SEGURO-FILE.
           CLOSE TITULAR-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DO SEGURO PRESTAMISTA =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "ADESOES..............: " WRK-QTDE-ADESOES.
           DISPLAY "CANCELAMENTOS........: " WRK-QTDE-CANCELADOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
