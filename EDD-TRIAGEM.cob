      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  O ALTO RISCO DA CONTA E O CPF DO TITULAR  <*
      *>                    DE ALTO RISCO PASSAM A SER LIDOS          <*
      *>                    DIRETAMENTE NA REFERENCIA CONTAREF        <*
      *>                    (CONTA-REFERENCIA.COB), CONFERIDA PELO    <*
      *>                    SELO, EM VEZ DA TABELA DE 2000 CONTAS     <*
      *>                    MONTADA DE CONTATIT MAIS CLIMAST          <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EDD.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

      *================================================================*
       DATA                                          DIVISION.
       FD  EDD-FILE.
           COPY EDD-REG.

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EDD         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.

       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-SEM-REFERENCIA     PIC X(01) VALUE "N".
           88 SEM-REFERENCIA          VALUE "S".
       77  WRK-FIM-EDD            PIC X(01) VALUE "N".
           88 FIM-EDD                 VALUE "S".

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENFILEIRADAS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTAS         PIC 9(07) VALUE ZEROS.

       77  WRK-PROXIMO-NUMERO     PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
           02 FILLER               PIC X(09).

      *----------------------------------------------------------------*
      *>   CONTA DE ALTO RISCO, LIDA NA REFERENCIA CONTAREF COM O CPF *
      *>   DO TITULAR DE ALTO RISCO                                   *
      *----------------------------------------------------------------*
       77  WRK-ALTA-ACHADA        PIC X(01) VALUE "N".
           88 CONTA-DE-ALTO-RISCO     VALUE "S".
       77  WRK-ALTA-CPF           PIC X(11) VALUE SPACES.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-TRIAR-TRANS
               THRU 2000-TRIAR-TRANS-EXIT
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   O RISCO DA CONTA VEM DA REFERENCIA CONTAREF: ANTES DE      *
      *>   CONFIAR NELA, O SELO DE INTEGRIDADE (ARQUIVO-SELO.COB) E   *
      *>   CONFERIDO                                                  *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "EDDT-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           PERFORM 1100-OBTER-PROXIMO-NUMERO
               THRU 1100-OBTER-PROXIMO-NUMERO-EXIT.

           OPEN INPUT REFERENCIA-FILE.
           IF WRK-STATUS-REF NOT = "00"
               SET SEM-REFERENCIA TO TRUE
           END-IF.

           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
       1150-LER-EDD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-TRIAR-TRANS.
      *----------------------------------------------------------------*
       2100-LER-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   QUALQUER TITULAR DE ALTO RISCO MARCA A CONTA, E O CPF      *
      *>   ENFILEIRADO E O DESSE TITULAR (REF_CPF_RISCO)              *
      *----------------------------------------------------------------*
       3000-PROCURAR-CONTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ALTA-ACHADA.
           MOVE SPACES TO WRK-ALTA-CPF.

           IF SEM-REFERENCIA
               GO TO 3000-PROCURAR-CONTA-EXIT
           END-IF.

           MOVE TRANS_CONTA TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   GO TO 3000-PROCURAR-CONTA-EXIT
           END-READ.

           IF REF-CONTA-RISCO-ALTO
               SET CONTA-DE-ALTO-RISCO TO TRUE
               MOVE REF_CPF_RISCO TO WRK-ALTA-CPF
               ADD 1 TO WRK-QTDE-ALTAS
           END-IF.
       3000-PROCURAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
           CLOSE TRANSACAO-FILE.
           CLOSE EDD-FILE.
           IF NOT SEM-REFERENCIA
               CLOSE REFERENCIA-FILE
           END-IF.

           DISPLAY "===== TRIAGEM DE DILIGENCIA REFORCADA =====".
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-QTDE-LIDAS.
           DISPLAY "ENFILEIRADOS P/ EDD..: " WRK-QTDE-ENFILEIRADAS.
           DISPLAY "VALORES EM ALTO RISCO: " WRK-QTDE-ALTAS.
       9000-FINALIZAR-EXIT.
           EXIT.
