      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CHESP-CONCEDE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CONTRATACAO DO CHEQUE ESPECIAL (LIMITE DE      <*
      *>                CONTA) PELA AGENCIA, LOTE CHESPPED: C =       <*
      *>                CONTRATAR, R = RENOVAR OU ALTERAR LIMITE,     <*
      *>                TAXA E PRAZO, X = RETIRAR. SO CONTA CORRENTE  <*
      *>                ATIVA EM BRL, COM TITULAR PRINCIPAL ATIVO EM  <*
      *>                CONTAREF. TODO LIMITE NOVO OU AUMENTADO PASSA <*
      *>                PELO MOTOR DE CREDITO (CREDITO-DECISAO.COB,   <*
      *>                MODALIDADE LM, OPERACAO = CONTA): APROVADO    <*
      *>                VIGORA NA HORA; REFERIDO FICA PENDENTE EM     <*
      *>                CHESPMST ATE A MESA DECIDIR EM CREDFILA       <*
      *>                (CHESP-APURA.COB ATIVA OU NEGA); NEGADO E     <*
      *>                RECUSADO. SEM TAXA OU PRAZO NO PEDIDO VALEM   <*
      *>                OS PARAMETROS CHESPTAXA (% AO MES, PADRAO     <*
      *>                8,00) E CHESPPRAZO (MESES, PADRAO 12). O      <*
      *>                NUMERO DO CONTRATO VEM DE CHESPNUM. REDUCAO   <*
      *>                ABAIXO DO VALOR JA UTILIZADO E RECUSADA. O    <*
      *>                OPERADOR PRECISA DA PERMISSAO CHESP-CONCEDE E <*
      *>                TODA ALTERACAO VAI AO AUDIT-LOG. PEDIDOS SAEM <*
      *>                EM CHESPREL; HAVENDO RECUSA, RETURN-CODE 4    <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "CHESPPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

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

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT NUMERO-FILE         ASSIGN TO "CHESPNUM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NUM.

           SELECT RELATORIO-FILE      ASSIGN TO "CHESPREL"
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
           02 CHP-FUNCAO          PIC X(01).
               88 CHP-CONTRATAR       VALUE "C".
               88 CHP-RENOVAR         VALUE "R".
               88 CHP-RETIRAR         VALUE "X".
           02 CHP-CONTA           PIC 9(08).
           02 CHP-LIMITE          PIC 9(09)V99.
           02 CHP-TAXA-MES        PIC 9(02)V9999.
           02 CHP-PRAZO-MESES     PIC 9(03).
           02 CHP-REGIAO          PIC X(02).
           02 CHP-NIVEL           PIC 9(01).
           02 CHP-OPERADOR        PIC X(08).
           02 CHP-MOTIVO          PIC X(30).

       FD  CHESP-FILE.
           COPY CHESP-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  NUMERO-FILE.
       01  NUMERO-REG.
           02 NUM-ULTIMO          PIC 9(10).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHESP       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NUM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PEDIDO         PIC X(01) VALUE "N".
           88 FIM-PEDIDO              VALUE "S".
       77  WRK-CONTRATO-EXISTE    PIC X(01) VALUE "N".
           88 CONTRATO-EXISTE         VALUE "S".
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.
       77  WRK-RESULTADO          PIC X(30) VALUE SPACES.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(10) VALUE ZEROS.

       77  WRK-TAXA-PADRAO        PIC 9(02)V9999 VALUE 8.
       77  WRK-PRAZO-PADRAO       PIC 9(03) VALUE 12.
       77  WRK-NOVO-LIMITE        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NOVA-TAXA          PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-NOVO-PRAZO         PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-UTILIZADO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SEGMENTO           PIC X(02) VALUE SPACES.
       77  WRK-CPF-TITULAR        PIC X(11) VALUE SPACES.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-TAXA    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-TAXA6       PIC 9(02)V9999.
           02 FILLER               PIC X(14).
       01  WRK-PARM-VALOR-PRAZO   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-PRAZO3      PIC 9(03).
           02 FILLER               PIC X(17).

      *----------------------------------------------------------------*
      *>   CHAMADA AO MOTOR DE CREDITO: O LIMITE DO CLIENTE VEM DE     *
      *>   LIMCLI NO PROPRIO MOTOR; SEM LIMCLI, ZERO REFERE O PEDIDO   *
      *----------------------------------------------------------------*
       77  WRK-CRED-LIMITE        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CRED-STATUS        PIC X(01) VALUE SPACE.
       77  WRK-CRED-RESULTADO     PIC X(01) VALUE SPACE.
           88 CRED-APROVADO           VALUE "A".
           88 CRED-NEGADO             VALUE "N".
           88 CRED-REFERIDO           VALUE "R".
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

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONTRATADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RENOVADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIRADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADOS     PIC 9(07) VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "CHESP-CONCEDE".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       01  WRK-AUDIT-CHAVE.
           02 WRK-AC-CONTA         PIC 9(08).
           02 FILLER               PIC X(03) VALUE SPACES.
       77  WRK-VALOR-EDIT          PIC Z(8)9.99.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       01  WRK-LINHA-PEDIDO.
           02 WRK-LP-FUNCAO        PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-CONTA         PIC 9(08).
           02 FILLER               PIC X(08) VALUE " LIMITE ".
           02 WRK-LP-LIMITE        PIC Z(8)9.99.
           02 FILLER               PIC X(06) VALUE " TAXA ".
           02 WRK-LP-TAXA          PIC Z9.9999.
           02 FILLER               PIC X(06) VALUE " VENC ".
           02 WRK-LP-VENCIMENTO    PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-RESULTADO     PIC X(40).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO
               THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-PEDIDO.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   A CONTA E O TITULAR VEM DE CONTASDB E CONTAREF: OS DOIS     *
      *>   SELOS SAO CONFERIDOS ANTES DE CONTRATAR                     *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CHSP-SELO-12 MESTRE CONTASDB NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
               GO TO 0500-CONFERIR-SELO-EXIT
           END-IF.

           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CHSP-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "CHESPTAXA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:6) IS NUMERIC
               AND WRK-PARM-VALOR (1:6) NOT = "000000"
               MOVE WRK-PARM-TAXA6 TO WRK-TAXA-PADRAO
           END-IF.

           MOVE "CHESPPRAZO" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-PRAZO3 TO WRK-PRAZO-PADRAO
           END-IF.

           OPEN I-O CHESP-FILE.
           IF WRK-STATUS-CHESP = "35"
               OPEN OUTPUT CHESP-FILE
               CLOSE CHESP-FILE
               OPEN I-O CHESP-FILE
           END-IF.
           IF WRK-STATUS-CHESP NOT = "00"
               DISPLAY "CHESP-CONCEDE: CHESPMST INDISPONIVEL, STATUS "
                   WRK-STATUS-CHESP " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CONTA-FILE.
           OPEN INPUT REFERENCIA-FILE.

           OPEN INPUT NUMERO-FILE.
           IF WRK-STATUS-NUM = "00"
               READ NUMERO-FILE
               IF WRK-STATUS-NUM = "00"
                   AND NUM-ULTIMO IS NUMERIC
                   MOVE NUM-ULTIMO TO WRK-ULTIMO-NUMERO
               END-IF
           END-IF.
           CLOSE NUMERO-FILE.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PEDIDO TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CONTRATACAO DE CHEQUE ESPECIAL" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PEDIDO TO TRUE
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE SPACES TO WRK-MOTIVO WRK-RESULTADO.

           CALL "AUTORIZA-CHECK" USING CHP-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           MOVE "N" TO WRK-CONTRATO-EXISTE.
           MOVE CHP-CONTA TO CHESP_CONTA.
           READ CHESP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTRATO-EXISTE TO TRUE
           END-READ.

           EVALUATE TRUE
               WHEN CHP-CONTRATAR
                   PERFORM 3000-CONTRATAR THRU 3000-CONTRATAR-EXIT
               WHEN CHP-RENOVAR
                   PERFORM 4000-RENOVAR THRU 4000-RENOVAR-EXIT
               WHEN CHP-RETIRAR
                   PERFORM 5000-RETIRAR THRU 5000-RETIRAR-EXIT
               WHEN OTHER
                   MOVE "FUNCAO DEVE SER C, R OU X" TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           MOVE CHP-FUNCAO            TO WRK-LP-FUNCAO.
           MOVE CHP-CONTA             TO WRK-LP-CONTA.
           MOVE CHESP_LIMITE          TO WRK-LP-LIMITE.
           MOVE CHESP_TAXA_MES        TO WRK-LP-TAXA.
           MOVE CHESP_DATA_VENCIMENTO TO WRK-LP-VENCIMENTO.
           MOVE WRK-RESULTADO         TO WRK-LP-RESULTADO.
           MOVE WRK-LINHA-PEDIDO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA CORRENTE ATIVA EM BRL, TITULAR PRINCIPAL ATIVO; O     *
      *>   SEGMENTO (PF/PJ) DEFINE A ALIQUOTA DIARIA DO IOF            *
      *----------------------------------------------------------------*
       2100-VALIDAR-CONTA.
      *----------------------------------------------------------------*
           MOVE CHP-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 2100-VALIDAR-CONTA-EXIT
           END-READ.
           IF NOT CONTA-ATIVA
               MOVE "CONTA BLOQUEADA OU ENCERRADA" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTA-EXIT
           END-IF.
           IF CONTA-PROD-POUPANCA
               MOVE "POUPANCA NAO TEM CHEQUE ESPECIAL" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTA-EXIT
           END-IF.
           IF CONTA_MOEDA NOT = "BRL"
               AND CONTA_MOEDA NOT = SPACES
               MOVE "CONTA NAO E EM REAIS" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTA-EXIT
           END-IF.

           MOVE CHP-CONTA TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   MOVE "CONTA SEM TITULAR EM CONTAREF" TO WRK-MOTIVO
                   GO TO 2100-VALIDAR-CONTA-EXIT
           END-READ.
           IF NOT REF-ATIVO
               OR REF-ESPOLIO
               MOVE "TITULAR NAO ESTA ATIVO" TO WRK-MOTIVO
               GO TO 2100-VALIDAR-CONTA-EXIT
           END-IF.
           MOVE REF_CPF TO WRK-CPF-TITULAR.
           IF REF-PESSOA-JURIDICA
               MOVE "PJ" TO WRK-SEGMENTO
           ELSE
               MOVE "PF" TO WRK-SEGMENTO
           END-IF.

           IF CONTA_SALDO < ZEROS
               COMPUTE WRK-VALOR-UTILIZADO = ZEROS - CONTA_SALDO
           ELSE
               MOVE ZEROS TO WRK-VALOR-UTILIZADO
           END-IF.
       2100-VALIDAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O VALOR PEDIDO VAI AO MOTOR COMO OPERACAO LM DA CONTA       *
      *----------------------------------------------------------------*
       2200-DECIDIR-CREDITO.
      *----------------------------------------------------------------*
           MOVE CONTA_STATUS TO WRK-CRED-STATUS.
           IF WRK-CRED-STATUS = SPACE
               MOVE "A" TO WRK-CRED-STATUS
           END-IF.
           MOVE CHP-CONTA TO WRK-CRED-OPERACAO.
           MOVE ZEROS     TO WRK-CRED-LIMITE.
           MOVE SPACE     TO WRK-CRED-RESULTADO.
           CALL "CREDITO-DECISAO" USING WRK-NOVO-LIMITE
               WRK-CRED-LIMITE WRK-CRED-STATUS CHP-REGIAO CHP-NIVEL
               WRK-CRED-RESULTADO WRK-CPF-TITULAR CHP-OPERADOR
               WRK-CRED-MODALIDADE WRK-CRED-OPERACAO.
       2200-DECIDIR-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-RECUSAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RECUSADOS.
           MOVE CHP-FUNCAO TO WRK-LP-FUNCAO.
           MOVE CHP-CONTA  TO WRK-LP-CONTA.
           IF CHP-LIMITE NUMERIC
               MOVE CHP-LIMITE TO WRK-LP-LIMITE
           ELSE
               MOVE ZEROS TO WRK-LP-LIMITE
           END-IF.
           MOVE ZEROS TO WRK-LP-TAXA WRK-LP-VENCIMENTO.
           STRING "RECUSADO: " DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO WRK-LP-RESULTADO.
           MOVE WRK-LINHA-PEDIDO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2900-RECUSAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTRATO NOVO: CONTA SEM CONTRATO OU COM CONTRATO ANTERIOR  *
      *>   JA RETIRADO OU NEGADO (O REGISTRO E REAPROVEITADO)          *
      *----------------------------------------------------------------*
       3000-CONTRATAR.
      *----------------------------------------------------------------*
           IF CONTRATO-EXISTE
               AND (CHESP-VIGENTE OR CHESP-PENDENTE)
               MOVE "CONTA JA TEM CHEQUE ESPECIAL - USAR R"
                   TO WRK-MOTIVO
               GO TO 3000-CONTRATAR-EXIT
           END-IF.
           IF CHP-LIMITE NOT NUMERIC
               OR CHP-LIMITE = ZEROS
               MOVE "LIMITE INVALIDO" TO WRK-MOTIVO
               GO TO 3000-CONTRATAR-EXIT
           END-IF.
           MOVE CHP-LIMITE TO WRK-NOVO-LIMITE.
           PERFORM 3900-TAXA-E-PRAZO THRU 3900-TAXA-E-PRAZO-EXIT.

           PERFORM 2100-VALIDAR-CONTA THRU 2100-VALIDAR-CONTA-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 3000-CONTRATAR-EXIT
           END-IF.

           PERFORM 2200-DECIDIR-CREDITO
               THRU 2200-DECIDIR-CREDITO-EXIT.
           IF CRED-NEGADO
               MOVE "NEGADO PELO MOTOR DE CREDITO" TO WRK-MOTIVO
               GO TO 3000-CONTRATAR-EXIT
           END-IF.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           INITIALIZE CHESP-REG.
           MOVE CHP-CONTA          TO CHESP_CONTA.
           MOVE WRK-ULTIMO-NUMERO  TO CHESP_CONTRATO.
           MOVE WRK-CPF-TITULAR    TO CHESP_CPF.
           MOVE WRK-SEGMENTO       TO CHESP_SEGMENTO.
           MOVE WRK-NOVA-TAXA      TO CHESP_TAXA_MES.
           MOVE WRK-NOVO-PRAZO     TO CHESP_PRAZO_MESES.
           MOVE WRK-DATA-HOJE      TO CHESP_DATA_CONTRATO.
           MOVE WRK-DATA-HOJE      TO CHESP_DATA_SITUACAO.
           MOVE WRK-DATA-HOJE      TO CHESP_DATA_ULT_APURA.
           MOVE WRK-DATA-HOJE      TO CHESP_DATA_ULT_COBRA.
           MOVE CHP-OPERADOR       TO CHESP_OPERADOR.
           MOVE WRK-DATA-HOJE      TO WRK-DATA-CALCULO-N.
           MOVE WRK-NOVO-PRAZO     TO WRK-MESES.
           PERFORM 8500-SOMAR-MESES THRU 8500-SOMAR-MESES-EXIT.
           MOVE WRK-DATA-CALCULO-N TO CHESP_DATA_VENCIMENTO.

           IF CRED-APROVADO
               SET CHESP-VIGENTE TO TRUE
               MOVE WRK-NOVO-LIMITE TO CHESP_LIMITE
               MOVE "CONTRATADO"    TO WRK-RESULTADO
               ADD 1 TO WRK-QTDE-CONTRATADOS
           ELSE
               SET CHESP-PENDENTE TO TRUE
               MOVE WRK-NOVO-LIMITE TO CHESP_LIMITE_PEDIDO
               MOVE WRK-DATA-HOJE   TO CHESP_DATA_PEDIDO
               MOVE "REFERIDO - AGUARDA A MESA"
                   TO WRK-RESULTADO
               ADD 1 TO WRK-QTDE-PENDENTES
           END-IF.

           IF CONTRATO-EXISTE
               REWRITE CHESP-REG
           ELSE
               WRITE CHESP-REG
           END-IF.
           IF WRK-STATUS-CHESP NOT = "00"
               MOVE "FALHA NA GRAVACAO DE CHESPMST" TO WRK-MOTIVO
               GO TO 3000-CONTRATAR-EXIT
           END-IF.

           OPEN OUTPUT NUMERO-FILE.
           MOVE WRK-ULTIMO-NUMERO TO NUM-ULTIMO.
           WRITE NUMERO-REG.
           CLOSE NUMERO-FILE.

           MOVE "CHESP_LIMITE"   TO WRK-AUDIT-CAMPO.
           MOVE SPACES           TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-NOVO-LIMITE  TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT   TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-CONTRATAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-TAXA-E-PRAZO.
      *----------------------------------------------------------------*
           IF CHP-TAXA-MES NUMERIC
               AND CHP-TAXA-MES NOT = ZEROS
               MOVE CHP-TAXA-MES TO WRK-NOVA-TAXA
           ELSE
               MOVE WRK-TAXA-PADRAO TO WRK-NOVA-TAXA
           END-IF.
           IF CHP-PRAZO-MESES NUMERIC
               AND CHP-PRAZO-MESES NOT = ZEROS
               MOVE CHP-PRAZO-MESES TO WRK-NOVO-PRAZO
           ELSE
               MOVE WRK-PRAZO-PADRAO TO WRK-NOVO-PRAZO
           END-IF.
       3900-TAXA-E-PRAZO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RENOVACAO: O VENCIMENTO ANDA UM PRAZO (A PARTIR DO          *
      *>   VENCIMENTO ATUAL, OU DE HOJE SE JA PASSOU); LIMITE, TAXA E  *
      *>   PRAZO EM BRANCO FICAM COMO ESTAO. AUMENTO DE LIMITE PASSA   *
      *>   PELO MOTOR; REFERIDO, O LIMITE ATUAL SEGUE VALENDO E O      *
      *>   NOVO FICA PEDIDO ATE A MESA                                 *
      *----------------------------------------------------------------*
       4000-RENOVAR.
      *----------------------------------------------------------------*
           IF NOT CONTRATO-EXISTE
               OR NOT CHESP-VIGENTE
               MOVE "CONTA SEM CHEQUE ESPECIAL VIGENTE" TO WRK-MOTIVO
               GO TO 4000-RENOVAR-EXIT
           END-IF.

           IF CHP-LIMITE NUMERIC
               AND CHP-LIMITE NOT = ZEROS
               MOVE CHP-LIMITE   TO WRK-NOVO-LIMITE
           ELSE
               MOVE CHESP_LIMITE TO WRK-NOVO-LIMITE
           END-IF.
           IF CHP-TAXA-MES NUMERIC
               AND CHP-TAXA-MES NOT = ZEROS
               MOVE CHP-TAXA-MES   TO WRK-NOVA-TAXA
           ELSE
               MOVE CHESP_TAXA_MES TO WRK-NOVA-TAXA
           END-IF.
           IF CHP-PRAZO-MESES NUMERIC
               AND CHP-PRAZO-MESES NOT = ZEROS
               MOVE CHP-PRAZO-MESES   TO WRK-NOVO-PRAZO
           ELSE
               MOVE CHESP_PRAZO_MESES TO WRK-NOVO-PRAZO
           END-IF.

           PERFORM 2100-VALIDAR-CONTA THRU 2100-VALIDAR-CONTA-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 4000-RENOVAR-EXIT
           END-IF.
           IF WRK-NOVO-LIMITE < WRK-VALOR-UTILIZADO
               MOVE "NOVO LIMITE ABAIXO DO VALOR UTILIZADO"
                   TO WRK-MOTIVO
               GO TO 4000-RENOVAR-EXIT
           END-IF.

           MOVE "RENOVADO" TO WRK-RESULTADO.
           IF WRK-NOVO-LIMITE > CHESP_LIMITE
               PERFORM 2200-DECIDIR-CREDITO
                   THRU 2200-DECIDIR-CREDITO-EXIT
               IF CRED-NEGADO
                   MOVE "AUMENTO NEGADO PELO MOTOR DE CREDITO"
                       TO WRK-MOTIVO
                   GO TO 4000-RENOVAR-EXIT
               END-IF
               IF CRED-REFERIDO
                   MOVE WRK-NOVO-LIMITE TO CHESP_LIMITE_PEDIDO
                   MOVE WRK-DATA-HOJE   TO CHESP_DATA_PEDIDO
                   MOVE CHESP_LIMITE    TO WRK-NOVO-LIMITE
                   MOVE "RENOVADO, AUMENTO REFERIDO"
                       TO WRK-RESULTADO
                   ADD 1 TO WRK-QTDE-PENDENTES
               END-IF
           END-IF.

           MOVE "CHESP_LIMITE"  TO WRK-AUDIT-CAMPO.
           MOVE CHESP_LIMITE    TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-NOVO-LIMITE TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO WRK-AUDIT-VALOR-NOVO.

           IF CHESP_DATA_VENCIMENTO < WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO WRK-DATA-CALCULO-N
           ELSE
               MOVE CHESP_DATA_VENCIMENTO TO WRK-DATA-CALCULO-N
           END-IF.
           MOVE WRK-NOVO-PRAZO TO WRK-MESES.
           PERFORM 8500-SOMAR-MESES THRU 8500-SOMAR-MESES-EXIT.

           MOVE WRK-NOVO-LIMITE    TO CHESP_LIMITE.
           MOVE WRK-NOVA-TAXA      TO CHESP_TAXA_MES.
           MOVE WRK-NOVO-PRAZO     TO CHESP_PRAZO_MESES.
           MOVE WRK-DATA-CALCULO-N TO CHESP_DATA_VENCIMENTO.
           MOVE WRK-DATA-HOJE      TO CHESP_DATA_SITUACAO.
           MOVE CHP-OPERADOR       TO CHESP_OPERADOR.
           REWRITE CHESP-REG
               INVALID KEY
                   MOVE "FALHA NA GRAVACAO DE CHESPMST" TO WRK-MOTIVO
                   GO TO 4000-RENOVAR-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTDE-RENOVADOS.

           IF WRK-AUDIT-VALOR-ANTIGO NOT = WRK-AUDIT-VALOR-NOVO
               PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT
           END-IF.
           MOVE "CHESP_VENCTO"        TO WRK-AUDIT-CAMPO.
           MOVE CHESP_DATA_VENCIMENTO TO WRK-AUDIT-VALOR-NOVO.
           MOVE SPACES                TO WRK-AUDIT-VALOR-ANTIGO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       4000-RENOVAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RETIRADA: O LIMITE DEIXA DE VALER NA HORA; JUROS E IOF JA   *
      *>   ACUMULADOS SAO COBRADOS NA PROXIMA APURACAO E O SALDO       *
      *>   DEVEDOR QUE SOBRAR PASSA A SER NEGATIVO NAO AUTORIZADO      *
      *----------------------------------------------------------------*
       5000-RETIRAR.
      *----------------------------------------------------------------*
           IF NOT CONTRATO-EXISTE
               OR (NOT CHESP-VIGENTE AND NOT CHESP-PENDENTE)
               MOVE "CONTA SEM CHEQUE ESPECIAL VIGENTE" TO WRK-MOTIVO
               GO TO 5000-RETIRAR-EXIT
           END-IF.

           MOVE "CHESP_SITUACAO" TO WRK-AUDIT-CAMPO.
           MOVE CHESP_SITUACAO   TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "R"              TO WRK-AUDIT-VALOR-NOVO.

           SET CHESP-RETIRADO TO TRUE.
           MOVE WRK-DATA-HOJE TO CHESP_DATA_SITUACAO.
           MOVE ZEROS         TO CHESP_LIMITE_PEDIDO.
           IF CHP-MOTIVO = SPACES
               MOVE "RETIRADO PELA AGENCIA" TO CHESP_MOTIVO
           ELSE
               MOVE CHP-MOTIVO TO CHESP_MOTIVO
           END-IF.
           MOVE CHP-OPERADOR  TO CHESP_OPERADOR.
           REWRITE CHESP-REG
               INVALID KEY
                   MOVE "FALHA NA GRAVACAO DE CHESPMST" TO WRK-MOTIVO
                   GO TO 5000-RETIRAR-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTDE-RETIRADOS.
           MOVE "RETIRADO" TO WRK-RESULTADO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-RETIRAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE CHP-CONTA TO WRK-AC-CONTA.
           CALL "AUDIT-LOG" USING CHP-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
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
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           CLOSE CHESP-FILE.
           CLOSE CONTA-FILE.
           CLOSE REFERENCIA-FILE.
           CLOSE RELATORIO-FILE.

           IF WRK-QTDE-RECUSADOS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CONTRATACAO DE CHEQUE ESPECIAL =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "CONTRATADOS..........: " WRK-QTDE-CONTRATADOS.
           DISPLAY "RENOVADOS/ALTERADOS..: " WRK-QTDE-RENOVADOS.
           DISPLAY "RETIRADOS............: " WRK-QTDE-RETIRADOS.
           DISPLAY "REFERIDOS A MESA.....: " WRK-QTDE-PENDENTES.
           DISPLAY "PEDIDOS RECUSADOS....: " WRK-QTDE-RECUSADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
