      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CARTAO-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO MESTRE DE CARTOES DE DEBITO      <*
      *>                (CARTMST) A PARTIR DO LOTE CARTMANUT (FUNCAO  <*
      *>                A/C/D/I, CARTAO, CONTA, CPF, SITUACAO,        <*
      *>                OPERADOR), NO MESMO IDIOMA DE LIMITE-CLIENTE- <*
      *>                MANUT.COB. INCLUSAO EMITE CARTAO NOVO PARA    <*
      *>                UM TITULAR DA CONTA (CPF EM BRANCO VALE O     <*
      *>                TITULAR PRINCIPAL DE CONTATIT), COM NUMERO    <*
      *>                GERADO E VALIDADE DE CARTVALANO ANOS (PADRAO  <*
      *>                5). ALTERACAO TROCA A SITUACAO: A/B LIBERA E  <*
      *>                BLOQUEIA; P (PERDA) E R (ROUBO) BLOQUEIAM O   <*
      *>                CARTAO NA HORA E EMITEM A SEGUNDA VIA COM     <*
      *>                NUMERO NOVO. EXCLUSAO E LOGICA: O CARTAO FICA <*
      *>                CANCELADO E O REGISTRO E PRESERVADO. TODO     <*
      *>                PLASTICO EMITIDO SAI EM CARTEMIS PARA A       <*
      *>                GRAVADORA E TODA MUDANCA PASSA POR AUDIT-LOG  <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  INCLUSAO DE CARTAO E RECUSADA QUANDO O    <*
      *>                    PRODUTO DA CONTA NO CATALOGO              <*
      *>                    (PRODUTO-LE.COB) NAO ADMITE CARTAO        <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT CARTAO-FILE         ASSIGN TO "CARTMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CART_NUMERO
               FILE STATUS        IS WRK-STATUS-CARTAO.

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

           SELECT MANUT-FILE          ASSIGN TO "CARTMANUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

           SELECT EMISSAO-FILE        ASSIGN TO "CARTEMIS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EMIS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CARTAO-FILE.
           COPY CARTAO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 CRMN-FUNCAO             PIC X(01).
               88 CRMN-ADD                VALUE "A".
               88 CRMN-CHANGE             VALUE "C".
               88 CRMN-DELETE             VALUE "D".
               88 CRMN-INQUIRY            VALUE "I".
           02 CRMN-CARTAO             PIC 9(16).
           02 CRMN-CONTA              PIC 9(08).
           02 CRMN-CPF                PIC X(11).
           02 CRMN-SITUACAO           PIC X(01).
               88 CRMN-LIBERAR            VALUE "A".
               88 CRMN-BLOQUEAR           VALUE "B".
               88 CRMN-PERDA              VALUE "P".
               88 CRMN-ROUBO              VALUE "R".
           02 CRMN-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
      *>   PLASTICO A GRAVAR: NUMERO, CONTA, PORTADOR, VALIDADE E, NA  *
      *>   SEGUNDA VIA, O NUMERO QUE ELA SUBSTITUI                     *
      *----------------------------------------------------------------*
       FD  EMISSAO-FILE.
       01  EMISSAO-REG.
           02 EMIS-CARTAO             PIC 9(16).
           02 EMIS-CONTA              PIC 9(08).
           02 EMIS-CPF                PIC X(11).
           02 EMIS-VALIDADE           PIC 9(06).
           02 EMIS-TIPO               PIC X(01).
               88 EMIS-PRIMEIRA-VIA       VALUE "N".
               88 EMIS-SEGUNDA-VIA        VALUE "S".
           02 EMIS-SUBSTITUIDO        PIC 9(16).
           02 EMIS-DATA               PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CARTAO      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EMIS        PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-VIAS           PIC X(01) VALUE "N".
           88 FIM-VIAS                VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTERADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CANCELADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEGUNDA-VIA   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "CARTAO-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".
       77  WRK-QTDE-SEM-PERMISSAO  PIC 9(07) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           02 WRK-HOJE-ANO         PIC 9(04).
           02 WRK-HOJE-MES         PIC 9(02).
           02 WRK-HOJE-DIA         PIC 9(02).
       01  WRK-DATA-HOJE-N        REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *----------------------------------------------------------------*
      *>   VALIDADE DO PLASTICO EM ANOS                                *
      *----------------------------------------------------------------*
       77  WRK-ANOS-VALIDADE      PIC 9(02) VALUE 5.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-ANOS    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-ANOS2      PIC 9(02).
           02 FILLER              PIC X(18).

      *----------------------------------------------------------------*
      *>   GERACAO DO NUMERO: BIN + CONTA + VIA + DIGITO MODULO 10     *
      *----------------------------------------------------------------*
       77  WRK-BIN-BANCO          PIC 9(06) VALUE 506722.
       01  WRK-NUMERO-NOVO.
           02 WRK-NN-BIN          PIC 9(06).
           02 WRK-NN-CONTA        PIC 9(08).
           02 WRK-NN-VIA          PIC 9(01).
           02 WRK-NN-DV           PIC 9(01).
       01  WRK-NUMERO-NOVO-N      REDEFINES WRK-NUMERO-NOVO
                                   PIC 9(16).
       01  WRK-NUMERO-DIGITOS     REDEFINES WRK-NUMERO-NOVO.
           02 WRK-ND-DIGITO  OCCURS 16 TIMES PIC 9(01).
       77  WRK-MAIOR-VIA          PIC 9(01) VALUE ZEROS.
       77  WRK-VIAS-ESGOTADAS     PIC X(01) VALUE "N".
           88 VIAS-ESGOTADAS          VALUE "S".
       77  WRK-POSICAO            PIC 9(02) VALUE ZEROS.
       77  WRK-DIGITO             PIC 9(02) VALUE ZEROS.
       77  WRK-DOBRAR             PIC X(01) VALUE "S".
           88 DOBRAR-DIGITO           VALUE "S".
       77  WRK-SOMA-DV            PIC 9(03) VALUE ZEROS.
       77  WRK-QUOCIENTE-DV       PIC 9(03) VALUE ZEROS.
       77  WRK-RESTO-DV           PIC 9(01) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CARTAO SENDO EMITIDO E CARTAO ANTIGO NA SEGUNDA VIA         *
      *----------------------------------------------------------------*
       77  WRK-EMITIR-CONTA       PIC 9(08) VALUE ZEROS.
       77  WRK-EMITIR-CPF         PIC X(11) VALUE SPACES.
       77  WRK-EMITIR-SUBST       PIC 9(16) VALUE ZEROS.
       77  WRK-EMITIU             PIC X(01) VALUE "N".
           88 EMITIU                  VALUE "S".
       77  WRK-CARTAO-ANTIGO      PIC 9(16) VALUE ZEROS.
       77  WRK-SITUACAO-ANTIGA    PIC X(01) VALUE SPACE.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".

      *----------------------------------------------------------------*
      *>   PRODUTO DA CONTA (CATALOGO PRODUTOMST VIA PRODUTO-LE)       *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

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
           ACCEPT WRK-DATA-HOJE-N FROM DATE YYYYMMDD.

           MOVE "CARTVALANO" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE-N
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:2) IS NUMERIC
               AND WRK-PARM-ANOS2 > ZEROS
               MOVE WRK-PARM-ANOS2 TO WRK-ANOS-VALIDADE
           END-IF.

           OPEN I-O CARTAO-FILE.
           IF WRK-STATUS-CARTAO = "35"
               CLOSE CARTAO-FILE
               OPEN OUTPUT CARTAO-FILE
               CLOSE CARTAO-FILE
               OPEN I-O CARTAO-FILE
           END-IF.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT TITULAR-FILE.

           OPEN EXTEND EMISSAO-FILE.
           IF WRK-STATUS-EMIS = "35"
               OPEN OUTPUT EMISSAO-FILE
           END-IF.

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

           IF NOT CRMN-INQUIRY
               CALL "AUTORIZA-CHECK" USING CRMN-OPERADOR
                   WRK-AUT-FUNCAO WRK-AUT-RESULTADO
               IF AUT-RECUSADO
                   ADD 1 TO WRK-QTDE-SEM-PERMISSAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   DISPLAY "OPERADOR SEM PERMISSAO PARA MANTER "
                       "CARTAO: " CRMN-OPERADOR
                   GO TO 2000-PROCESSAR-MANUT-LER
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CRMN-ADD
                   PERFORM 3000-INCLUIR-CARTAO
                       THRU 3000-INCLUIR-CARTAO-EXIT
               WHEN CRMN-CHANGE
                   PERFORM 4000-ALTERAR-CARTAO
                       THRU 4000-ALTERAR-CARTAO-EXIT
               WHEN CRMN-DELETE
                   PERFORM 5000-CANCELAR-CARTAO
                       THRU 5000-CANCELAR-CARTAO-EXIT
               WHEN CRMN-INQUIRY
                   PERFORM 6000-CONSULTAR-CARTAO
                       THRU 6000-CONSULTAR-CARTAO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE MANUTENCAO INVALIDA: "
                       CRMN-FUNCAO
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
      *>   CARTAO NOVO: CONTA EM CICLO ATIVO E PORTADOR TITULAR DELA   *
      *----------------------------------------------------------------*
       3000-INCLUIR-CARTAO.
      *----------------------------------------------------------------*
           MOVE CRMN-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA, CARTAO REJEITADO: "
                       CRMN-CONTA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-CARTAO-EXIT
           END-READ.
           IF NOT CONTA-ATIVA
               DISPLAY "CONTA FORA DO CICLO ATIVO, CARTAO REJEITADO: "
                   CRMN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-CARTAO-EXIT
           END-IF.
           CALL "PRODUTO-LE" USING CONTA_COD_PRODUTO CONTA_PRODUTO
               PRODUTO-REG WRK-PRODUTO-ACHADO.
           IF NOT PRODUTO-ACHADO
               OR NOT PROD-PERMITE-CARTAO
               DISPLAY "PRODUTO DA CONTA NAO PERMITE CARTAO, "
                   "REJEITADO: " CRMN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-CARTAO-EXIT
           END-IF.

           MOVE CRMN-CONTA TO WRK-EMITIR-CONTA.
           MOVE CRMN-CPF   TO WRK-EMITIR-CPF.
           IF CRMN-CPF = SPACES
               PERFORM 3100-PROCURAR-PRINCIPAL
                   THRU 3100-PROCURAR-PRINCIPAL-EXIT
           ELSE
               MOVE CRMN-CONTA TO TIT_CONTA
               MOVE CRMN-CPF   TO TIT_CPF
               READ TITULAR-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-EMITIR-CPF
               END-READ
           END-IF.
           IF WRK-EMITIR-CPF = SPACES
               DISPLAY "PORTADOR NAO E TITULAR DA CONTA, CARTAO "
                   "REJEITADO: " CRMN-CONTA " " CRMN-CPF
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-CARTAO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-EMITIR-SUBST.
           PERFORM 8000-EMITIR-CARTAO THRU 8000-EMITIR-CARTAO-EXIT.
           IF NOT EMITIU
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-CARTAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE "CARTAO_EMISSAO"  TO WRK-AUDIT-CAMPO.
           MOVE SPACES            TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE CART_NUMERO       TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PORTADOR PADRAO: O TITULAR PRINCIPAL, OU O PRIMEIRO VINCULO *
      *>   QUANDO A CONTA NAO TEM PRINCIPAL MARCADO                    *
      *----------------------------------------------------------------*
       3100-PROCURAR-PRINCIPAL.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-EMITIR-CPF.
           MOVE "N" TO WRK-FIM-TIT.
           MOVE CRMN-CONTA TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 3100-PROCURAR-PRINCIPAL-EXIT
           END-START.
           PERFORM 3150-EXAMINAR-VINCULO
               THRU 3150-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.
       3100-PROCURAR-PRINCIPAL-EXIT.
           EXIT.

       3150-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = CRMN-CONTA
               SET FIM-TIT TO TRUE
               GO TO 3150-EXAMINAR-VINCULO-EXIT
           END-IF.
           IF WRK-EMITIR-CPF = SPACES
               MOVE TIT_CPF TO WRK-EMITIR-CPF
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-EMITIR-CPF
               SET FIM-TIT TO TRUE
           END-IF.
       3150-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TROCA DE SITUACAO. PERDA E ROUBO SAO DEFINITIVOS: O CARTAO  *
      *>   FICA FORA DE USO NA HORA E A SEGUNDA VIA SAI NA MESMA       *
      *>   TRANSACAO, PARA O CLIENTE NAO FICAR SEM MEIO DE PAGAMENTO   *
      *----------------------------------------------------------------*
       4000-ALTERAR-CARTAO.
      *----------------------------------------------------------------*
           IF NOT CRMN-LIBERAR AND NOT CRMN-BLOQUEAR
               AND NOT CRMN-PERDA AND NOT CRMN-ROUBO
               DISPLAY "SITUACAO INVALIDA, ALTERACAO REJEITADA: "
                   CRMN-CARTAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-CARTAO-EXIT
           END-IF.

           MOVE CRMN-CARTAO TO CART_NUMERO.
           READ CARTAO-FILE
               INVALID KEY
                   DISPLAY "CARTAO NAO ENCONTRADO PARA ALTERAR: "
                       CRMN-CARTAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-ALTERAR-CARTAO-EXIT
           END-READ.

           IF CART-CANCELADO OR CART-PERDIDO OR CART-ROUBADO
               DISPLAY "CARTAO FORA DE USO EM DEFINITIVO, ALTERACAO "
                   "REJEITADA: " CRMN-CARTAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-CARTAO-EXIT
           END-IF.
           IF CART_SITUACAO = CRMN-SITUACAO
               DISPLAY "CARTAO JA ESTA NA SITUACAO PEDIDA: "
                   CRMN-CARTAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-CARTAO-EXIT
           END-IF.

           MOVE CART_SITUACAO    TO WRK-SITUACAO-ANTIGA.
           MOVE CRMN-SITUACAO    TO CART_SITUACAO.
           MOVE WRK-DATA-HOJE-N  TO CART_DATA_SITUACAO.
           REWRITE CARTAO-REG.
           IF WRK-STATUS-CARTAO NOT = "00"
               DISPLAY "ERRO AO ALTERAR CARTAO " CRMN-CARTAO
                   " STATUS " WRK-STATUS-CARTAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-CARTAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-ALTERADOS.
           MOVE "CART_SITUACAO"     TO WRK-AUDIT-CAMPO.
           MOVE WRK-SITUACAO-ANTIGA TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE CART_SITUACAO       TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.

           IF CRMN-PERDA OR CRMN-ROUBO
               PERFORM 4100-EMITIR-SEGUNDA-VIA
                   THRU 4100-EMITIR-SEGUNDA-VIA-EXIT
           END-IF.
       4000-ALTERAR-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-EMITIR-SEGUNDA-VIA.
      *----------------------------------------------------------------*
           MOVE CART_NUMERO TO WRK-CARTAO-ANTIGO.
           MOVE CART_CONTA  TO WRK-EMITIR-CONTA.
           MOVE CART_CPF    TO WRK-EMITIR-CPF.
           MOVE CART_NUMERO TO WRK-EMITIR-SUBST.

           PERFORM 8000-EMITIR-CARTAO THRU 8000-EMITIR-CARTAO-EXIT.
           IF NOT EMITIU
               DISPLAY "SEGUNDA VIA NAO EMITIDA, CARTAO " CRMN-CARTAO
                   " FICA BLOQUEADO SEM SUBSTITUTO"
               GO TO 4100-EMITIR-SEGUNDA-VIA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SEGUNDA-VIA.
           MOVE "CARTAO_EMISSAO"  TO WRK-AUDIT-CAMPO.
           MOVE WRK-CARTAO-ANTIGO TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE CART_NUMERO       TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.

      *>   O CARTAO ANTIGO GUARDA O NUMERO QUE O SUBSTITUIU
           MOVE CART_NUMERO       TO WRK-NUMERO-NOVO-N.
           MOVE WRK-CARTAO-ANTIGO TO CART_NUMERO.
           READ CARTAO-FILE
               INVALID KEY
                   GO TO 4100-EMITIR-SEGUNDA-VIA-EXIT
           END-READ.
           MOVE WRK-NUMERO-NOVO-N TO CART_SUBSTITUTO.
           REWRITE CARTAO-REG.
           DISPLAY "CARTAO " WRK-CARTAO-ANTIGO " SUBSTITUIDO POR "
               WRK-NUMERO-NOVO-N.
       4100-EMITIR-SEGUNDA-VIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EXCLUSAO LOGICA: O CARTAO CANCELADO FICA NO MESTRE PARA A   *
      *>   LIQUIDACAO DO QUE JA FOI AUTORIZADO E PARA A AUDITORIA      *
      *----------------------------------------------------------------*
       5000-CANCELAR-CARTAO.
      *----------------------------------------------------------------*
           MOVE CRMN-CARTAO TO CART_NUMERO.
           READ CARTAO-FILE
               INVALID KEY
                   DISPLAY "CARTAO NAO ENCONTRADO PARA CANCELAR: "
                       CRMN-CARTAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-CANCELAR-CARTAO-EXIT
           END-READ.

           IF CART-CANCELADO
               DISPLAY "CARTAO JA CANCELADO: " CRMN-CARTAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-CANCELAR-CARTAO-EXIT
           END-IF.

           MOVE CART_SITUACAO    TO WRK-SITUACAO-ANTIGA.
           MOVE "C"              TO CART_SITUACAO.
           MOVE WRK-DATA-HOJE-N  TO CART_DATA_SITUACAO.
           REWRITE CARTAO-REG.
           IF WRK-STATUS-CARTAO NOT = "00"
               DISPLAY "ERRO AO CANCELAR CARTAO " CRMN-CARTAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-CANCELAR-CARTAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-CANCELADOS.
           MOVE "CART_SITUACAO"     TO WRK-AUDIT-CAMPO.
           MOVE WRK-SITUACAO-ANTIGA TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE CART_SITUACAO       TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-CANCELAR-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-CONSULTAR-CARTAO.
      *----------------------------------------------------------------*
           MOVE CRMN-CARTAO TO CART_NUMERO.
           READ CARTAO-FILE
               INVALID KEY
                   DISPLAY "CARTAO NAO ENCONTRADO: " CRMN-CARTAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 6000-CONSULTAR-CARTAO-EXIT
           END-READ.

           DISPLAY "CARTAO.......: " CART_NUMERO.
           DISPLAY "CONTA........: " CART_CONTA.
           DISPLAY "PORTADOR.....: " CART_CPF.
           DISPLAY "VALIDADE.....: " CART_VAL_MES "/" CART_VAL_ANO.
           DISPLAY "SITUACAO.....: " CART_SITUACAO.
           DISPLAY "SUBSTITUTO...: " CART_SUBSTITUTO.
           DISPLAY "SUBSTITUI....: " CART_SUBSTITUIDO.
       6000-CONSULTAR-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE CART_CPF TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING CRMN-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRAVA O CARTAO NOVO DE WRK-EMITIR-CONTA/CPF NA PROXIMA VIA  *
      *>   DA CONTA E MANDA O PLASTICO PARA A GRAVADORA                *
      *----------------------------------------------------------------*
       8000-EMITIR-CARTAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-EMITIU.

           PERFORM 8100-APURAR-PROXIMA-VIA
               THRU 8100-APURAR-PROXIMA-VIA-EXIT.
           IF VIAS-ESGOTADAS
               DISPLAY "CONTA SEM VIA DE CARTAO DISPONIVEL: "
                   WRK-EMITIR-CONTA
               GO TO 8000-EMITIR-CARTAO-EXIT
           END-IF.

           MOVE WRK-BIN-BANCO    TO WRK-NN-BIN.
           MOVE WRK-EMITIR-CONTA TO WRK-NN-CONTA.
           MOVE ZEROS            TO WRK-NN-DV.
           PERFORM 8200-CALCULAR-DV THRU 8200-CALCULAR-DV-EXIT.

           INITIALIZE CARTAO-REG.
           MOVE WRK-NUMERO-NOVO-N TO CART_NUMERO.
           MOVE WRK-EMITIR-CONTA  TO CART_CONTA.
           MOVE WRK-EMITIR-CPF    TO CART_CPF.
           COMPUTE CART_VAL_ANO = WRK-HOJE-ANO + WRK-ANOS-VALIDADE.
           MOVE WRK-HOJE-MES      TO CART_VAL_MES.
           MOVE "A"               TO CART_SITUACAO.
           MOVE WRK-EMITIR-SUBST  TO CART_SUBSTITUIDO.
           MOVE WRK-DATA-HOJE-N   TO CART_DATA_EMISSAO.
           MOVE WRK-DATA-HOJE-N   TO CART_DATA_SITUACAO.
           WRITE CARTAO-REG
               INVALID KEY
                   DISPLAY "NUMERO DE CARTAO JA EXISTE: " CART_NUMERO
                   GO TO 8000-EMITIR-CARTAO-EXIT
           END-WRITE.
           SET EMITIU TO TRUE.

           MOVE CART_NUMERO       TO EMIS-CARTAO.
           MOVE CART_CONTA        TO EMIS-CONTA.
           MOVE CART_CPF          TO EMIS-CPF.
           MOVE CART_VALIDADE     TO EMIS-VALIDADE.
           MOVE CART_SUBSTITUIDO  TO EMIS-SUBSTITUIDO.
           MOVE WRK-DATA-HOJE-N   TO EMIS-DATA.
           IF CART_SUBSTITUIDO = ZEROS
               SET EMIS-PRIMEIRA-VIA TO TRUE
           ELSE
               SET EMIS-SEGUNDA-VIA TO TRUE
           END-IF.
           WRITE EMISSAO-REG.
       8000-EMITIR-CARTAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   OS CARTOES DA CONTA FICAM JUNTOS NA CHAVE (BIN + CONTA):    *
      *>   A PROXIMA VIA E A MAIOR JA USADA MAIS UM                    *
      *----------------------------------------------------------------*
       8100-APURAR-PROXIMA-VIA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-MAIOR-VIA.
           MOVE "N" TO WRK-VIAS-ESGOTADAS.
           MOVE "N" TO WRK-FIM-VIAS.
           MOVE WRK-BIN-BANCO    TO CART_BIN.
           MOVE WRK-EMITIR-CONTA TO CART_CONTA_NUM.
           MOVE ZEROS            TO CART_VIA CART_DV.
           START CARTAO-FILE KEY IS NOT LESS THAN CART_NUMERO
               INVALID KEY
                   SET FIM-VIAS TO TRUE
           END-START.
           PERFORM 8150-EXAMINAR-VIA THRU 8150-EXAMINAR-VIA-EXIT
               UNTIL FIM-VIAS.

           IF WRK-MAIOR-VIA = 9
               SET VIAS-ESGOTADAS TO TRUE
           ELSE
               COMPUTE WRK-NN-VIA = WRK-MAIOR-VIA + 1
           END-IF.
       8100-APURAR-PROXIMA-VIA-EXIT.
           EXIT.

       8150-EXAMINAR-VIA.
           READ CARTAO-FILE NEXT RECORD.
           IF WRK-STATUS-CARTAO NOT = "00"
               OR CART_BIN NOT = WRK-BIN-BANCO
               OR CART_CONTA_NUM NOT = WRK-EMITIR-CONTA
               SET FIM-VIAS TO TRUE
               GO TO 8150-EXAMINAR-VIA-EXIT
           END-IF.
           IF CART_VIA > WRK-MAIOR-VIA
               MOVE CART_VIA TO WRK-MAIOR-VIA
           END-IF.
       8150-EXAMINAR-VIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DIGITO VERIFICADOR MODULO 10 SOBRE AS 15 PRIMEIRAS          *
      *>   POSICOES, DOBRANDO DA DIREITA PARA A ESQUERDA A PARTIR DA   *
      *>   POSICAO VIZINHA AO DIGITO                                   *
      *----------------------------------------------------------------*
       8200-CALCULAR-DV.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-SOMA-DV.
           MOVE "S" TO WRK-DOBRAR.
           PERFORM 8250-SOMAR-DIGITO THRU 8250-SOMAR-DIGITO-EXIT
               VARYING WRK-POSICAO FROM 15 BY -1
               UNTIL WRK-POSICAO < 1.

           DIVIDE WRK-SOMA-DV BY 10 GIVING WRK-QUOCIENTE-DV
               REMAINDER WRK-RESTO-DV.
           IF WRK-RESTO-DV = ZEROS
               MOVE ZEROS TO WRK-NN-DV
           ELSE
               COMPUTE WRK-NN-DV = 10 - WRK-RESTO-DV
           END-IF.
       8200-CALCULAR-DV-EXIT.
           EXIT.

       8250-SOMAR-DIGITO.
           MOVE WRK-ND-DIGITO (WRK-POSICAO) TO WRK-DIGITO.
           IF DOBRAR-DIGITO
               MULTIPLY 2 BY WRK-DIGITO
               IF WRK-DIGITO > 9
                   SUBTRACT 9 FROM WRK-DIGITO
               END-IF
               MOVE "N" TO WRK-DOBRAR
           ELSE
               MOVE "S" TO WRK-DOBRAR
           END-IF.
           ADD WRK-DIGITO TO WRK-SOMA-DV.
       8250-SOMAR-DIGITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CARTAO-FILE.
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           CLOSE EMISSAO-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DE CARTOES DE DEBITO =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "CARTOES EMITIDOS.....: " WRK-QTDE-INCLUIDOS.
           DISPLAY "SITUACOES ALTERADAS..: " WRK-QTDE-ALTERADOS.
           DISPLAY "SEGUNDAS VIAS........: " WRK-QTDE-SEGUNDA-VIA.
           DISPLAY "CARTOES CANCELADOS...: " WRK-QTDE-CANCELADOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
