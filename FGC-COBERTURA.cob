      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  OS TITULARES DE CADA CONTA PASSAM A VIR   <*
      *>                    DA REFERENCIA CONTAREF                    <*
      *>                    (CONTA-REFERENCIA.COB), CONFERIDA PELO    <*
      *>                    SELO, EM VEZ DA TABELA DE 1000 VINCULOS   <*
      *>                    DE CONTATIT; SO OS CO-TITULARES DE CONTA  <*
      *>                    CONJUNTA SAO LIDOS EM CONTATIT, E O RESTO <*
      *>                    DO RATEIO FICA COM O TITULAR PRINCIPAL    <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".
       77  WRK-SEM-REFERENCIA     PIC X(01) VALUE "N".
           88 SEM-REFERENCIA          VALUE "S".
       77  WRK-SEM-CONTATIT       PIC X(01) VALUE "N".
           88 SEM-CONTATIT            VALUE "S".

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

           02 FILLER              PIC X(09).

      *----------------------------------------------------------------*
      *>   TITULARES DA CONTA (REFERENCIA CONTAREF; OS CO-TITULARES    *
      *>   SAO LIDOS EM CONTATIT SO QUANDO A CONTA E CONJUNTA)         *
      *----------------------------------------------------------------*
       77  WRK-QTDE-TIT-CONTA     PIC 9(03) VALUE ZEROS.
       77  WRK-QUINHAO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESTO-QUINHAO      PIC 9(09)V99 VALUE ZEROS.
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-ABRIR-TITULARES
               THRU 2000-ABRIR-TITULARES-EXIT.
           PERFORM 3000-RATEAR-SALDOS     THRU 3000-RATEAR-SALDOS-EXIT.
           PERFORM 5000-EMITIR-RELATORIO
               THRU 5000-EMITIR-RELATORIO-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   OS TITULARES DE CADA CONTA VEM DA REFERENCIA CONTAREF:      *
      *>   ANTES DE CONFIAR NELA, O SELO DE INTEGRIDADE                *
      *>   (ARQUIVO-SELO.COB) E CONFERIDO                              *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "FGCC-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           EXIT.

      *----------------------------------------------------------------*
       2000-ABRIR-TITULARES.
      *----------------------------------------------------------------*
           OPEN INPUT REFERENCIA-FILE.
           IF WRK-STATUS-REF NOT = "00"
               DISPLAY "FGC-COBERTURA: CONTAREF INDISPONIVEL, STATUS "
                   WRK-STATUS-REF
               SET SEM-REFERENCIA TO TRUE
           END-IF.

           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               DISPLAY "FGC-COBERTURA: CONTATIT INDISPONIVEL, STATUS "
                   WRK-STATUS-TIT
               SET SEM-CONTATIT TO TRUE
           END-IF.
       2000-ABRIR-TITULARES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CADA SALDO POSITIVO E REPARTIDO EM PARTES IGUAIS ENTRE OS   *
      *>   TITULARES DA CONTA (REGRA DE RATEIO DO FUNDO); O RESTO DA   *
      *>   DIVISAO FICA COM O TITULAR PRINCIPAL, PARA O TOTAL FECHAR   *
      *----------------------------------------------------------------*
       3000-RATEAR-SALDOS.
      *----------------------------------------------------------------*
               REMAINDER WRK-RESTO-QUINHAO.

           SET PRIMEIRO-QUINHAO TO TRUE.
           IF REF_CPF NOT = SPACES
               MOVE REF_CPF TO WRK-CPF-QUINHAO
               PERFORM 3500-SOMAR-NO-CLIENTE
                   THRU 3500-SOMAR-NO-CLIENTE-EXIT
           END-IF.

           IF REF_QTDE_COTITULARES > ZEROS
               PERFORM 3400-CREDITAR-COTITULARES
                   THRU 3400-CREDITAR-COTITULARES-EXIT
           END-IF.

       3200-CRITICAR-CONTA-LER.
           PERFORM 3100-LER-CONTA THRU 3100-LER-CONTA-EXIT.
       3200-CRITICAR-CONTA-EXIT.
           EXIT.

      *>   CONTA CONJUNTA SEM CONTATIT NAO TEM COMO SER REPARTIDA E
      *>   FICA COMO SALDO SEM TITULAR
       3300-CONTAR-TITULARES.
           MOVE ZEROS TO WRK-QTDE-TIT-CONTA.

           IF SEM-REFERENCIA
               GO TO 3300-CONTAR-TITULARES-EXIT
           END-IF.

           MOVE CONTA_NUMERO TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   GO TO 3300-CONTAR-TITULARES-EXIT
           END-READ.

           IF REF_QTDE_COTITULARES > ZEROS
               AND SEM-CONTATIT
               GO TO 3300-CONTAR-TITULARES-EXIT
           END-IF.

           MOVE REF_QTDE_COTITULARES TO WRK-QTDE-TIT-CONTA.
           IF REF_CPF NOT = SPACES
               ADD 1 TO WRK-QTDE-TIT-CONTA
           END-IF.
       3300-CONTAR-TITULARES-EXIT.
           EXIT.

       3400-CREDITAR-COTITULARES.
           MOVE CONTA_NUMERO TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           MOVE "N" TO WRK-FIM-TIT.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 3450-CREDITAR-COTITULAR
               THRU 3450-CREDITAR-COTITULAR-EXIT
               UNTIL FIM-TIT.
       3400-CREDITAR-COTITULARES-EXIT.
           EXIT.

       3450-CREDITAR-COTITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = CONTA_NUMERO
               SET FIM-TIT TO TRUE
               GO TO 3450-CREDITAR-COTITULAR-EXIT
           END-IF.

           IF TIT_CPF = REF_CPF
               GO TO 3450-CREDITAR-COTITULAR-EXIT
           END-IF.

           MOVE TIT_CPF TO WRK-CPF-QUINHAO.
           PERFORM 3500-SOMAR-NO-CLIENTE
               THRU 3500-SOMAR-NO-CLIENTE-EXIT.
       3450-CREDITAR-COTITULAR-EXIT.
           EXIT.

       3500-SOMAR-NO-CLIENTE.
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RELATORIO-FILE.
           IF NOT SEM-REFERENCIA
               CLOSE REFERENCIA-FILE
           END-IF.
           IF NOT SEM-CONTATIT
               CLOSE TITULAR-FILE
           END-IF.

           DISPLAY "===== COBERTURA FGC =====".
           DISPLAY "TETO DE COBERTURA....: " WRK-TETO-COBERTURA.
