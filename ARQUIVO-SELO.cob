      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  SELO TAMBEM PARA A REFERENCIA CONTA X     <*
      *>                    TITULAR CONTAREF (SOMA DAS CONTAS),       <*
      *>                    GRAVADO POR CONTA-REFERENCIA.COB          <*
      *>   15/10/2026  GGS  NA FUNCAO C, CONTASDB OU CLIMAST COM      <*
      *>                    REGISTRO EM LAYOUT ANTERIOR AO ATUAL      <*
      *>                    (CONTA_LAYOUT/CLIENTE_LAYOUT) DEVOLVE N   <*
      *>                    COM MENSAGEM PARA RODAR                   <*
      *>                    LAYOUT-CONVERTE.COB; NOVA FUNCAO I        <*
      *>                    CONFERE SO A INTEGRIDADE, PARA O          <*
      *>                    CONVERSOR. REGISTRO DE SELOMST PASSA AO   <*
      *>                    COPYBOOK SELO-REG                         <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  SELO-FILE.
           COPY SELO-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.
       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.

       77  WRK-FIM-VARRE          PIC X(01) VALUE "N".
           88 FIM-VARRE               VALUE "S".

       77  WRK-QTDE-APURADA       PIC 9(09) VALUE ZEROS.
       77  WRK-QTDE-LEGADO        PIC 9(09) VALUE ZEROS.
       77  WRK-HASH-APURADO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-ABSOLUTO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CPF-NUMERICO       PIC 9(11) VALUE ZEROS.
       01  SELO_FUNCAO              PIC X(01).
           88 SELO-GRAVAR               VALUE "G".
           88 SELO-CONFERIR             VALUE "C".
           88 SELO-CONFERIR-INTEGRIDADE VALUE "I".
       01  SELO_ARQUIVO_IN          PIC X(08).
       01  SELO_RESULTADO           PIC X(01).
           88 SELO-CONFERE              VALUE "S".
           SET SELO-AUSENTE TO TRUE.
           MOVE ZEROS TO WRK-QTDE-APURADA.
           MOVE ZEROS TO WRK-HASH-APURADO.
           MOVE ZEROS TO WRK-QTDE-LEGADO.
           MOVE "N"   TO WRK-FIM-VARRE.

           EVALUATE SELO_ARQUIVO_IN
               WHEN "CONTATIT"
                   PERFORM 4000-APURAR-CONTATIT
                       THRU 4000-APURAR-CONTATIT-EXIT
               WHEN "CONTAREF"
                   PERFORM 5000-APURAR-CONTAREF
                       THRU 5000-APURAR-CONTAREF-EXIT
               WHEN OTHER
                   DISPLAY "SELO: ARQUIVO DESCONHECIDO "
                       SELO_ARQUIVO_IN
               WHEN SELO-CONFERIR
                   PERFORM 8000-CONFERIR-SELO
                       THRU 8000-CONFERIR-SELO-EXIT
                   PERFORM 8500-CONFERIR-LAYOUT
                       THRU 8500-CONFERIR-LAYOUT-EXIT
               WHEN SELO-CONFERIR-INTEGRIDADE
                   PERFORM 8000-CONFERIR-SELO
                       THRU 8000-CONFERIR-SELO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               GO TO 2100-SOMAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-APURADA.
           IF NOT CONTA-LAYOUT-ATUAL
               ADD 1 TO WRK-QTDE-LEGADO
           END-IF.
           IF CONTA_SALDO < ZEROS
               COMPUTE WRK-SALDO-ABSOLUTO = CONTA_SALDO * -1
           ELSE
               GO TO 3100-SOMAR-CLIENTE-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-APURADA.
           IF NOT CLIENTE-LAYOUT-ATUAL
               ADD 1 TO WRK-QTDE-LEGADO
           END-IF.
           IF CLIENTE_CPF IS NUMERIC
               MOVE CLIENTE_CPF TO WRK-CPF-NUMERICO
               ADD WRK-CPF-NUMERICO TO WRK-HASH-APURADO
       4100-SOMAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A REFERENCIA CONTA X TITULAR SOMA AS CONTAS, COMO CONTATIT  *
      *----------------------------------------------------------------*
       5000-APURAR-CONTAREF.
      *----------------------------------------------------------------*
           OPEN INPUT REFERENCIA-FILE.
           IF WRK-STATUS-REF NOT = "00"
               SET FIM-VARRE TO TRUE
               GO TO 5000-APURAR-CONTAREF-EXIT
           END-IF.

           MOVE LOW-VALUES TO CONTAREF-REG.
           START REFERENCIA-FILE KEY IS NOT LESS THAN REF_CONTA
               INVALID KEY
                   SET FIM-VARRE TO TRUE
           END-START.

           PERFORM 5100-SOMAR-REFERENCIA
               THRU 5100-SOMAR-REFERENCIA-EXIT
               UNTIL FIM-VARRE.

           CLOSE REFERENCIA-FILE.
       5000-APURAR-CONTAREF-EXIT.
           EXIT.

       5100-SOMAR-REFERENCIA.
           READ REFERENCIA-FILE NEXT RECORD.
           IF WRK-STATUS-REF NOT = "00"
               SET FIM-VARRE TO TRUE
               GO TO 5100-SOMAR-REFERENCIA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-APURADA.
           ADD REF_CONTA TO WRK-HASH-APURADO
               ON SIZE ERROR
                   SUBTRACT 1000000000000.00 FROM WRK-HASH-APURADO
                   ADD REF_CONTA TO WRK-HASH-APURADO
           END-ADD.
       5100-SOMAR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-GRAVAR-SELO.
      *----------------------------------------------------------------*
           CLOSE SELO-FILE.
       8000-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NA CONFERENCIA NORMAL, MESTRE COM REGISTRO EM LAYOUT        *
      *>   ANTERIOR AO DO COPYBOOK NAO E ENTREGUE AO CHAMADOR, MESMO   *
      *>   COM O SELO BATENDO: O CHAMADOR PARA COMO PARA NO SELO       *
      *>   DIVERGENTE. A FUNCAO I CONFERE SO A INTEGRIDADE E E A QUE   *
      *>   O CONVERSOR LAYOUT-CONVERTE.COB USA NA ENTRADA              *
      *----------------------------------------------------------------*
       8500-CONFERIR-LAYOUT.
      *----------------------------------------------------------------*
           IF WRK-QTDE-LEGADO = ZEROS
               GO TO 8500-CONFERIR-LAYOUT-EXIT
           END-IF.

           SET SELO-DIVERGE TO TRUE.
           DISPLAY "SELO: " SELO_ARQUIVO_IN " TEM " WRK-QTDE-LEGADO
               " REGISTRO(S) EM LAYOUT ANTERIOR AO ATUAL".
           DISPLAY "SELO: CONVERTER " SELO_ARQUIVO_IN
               " COM LAYOUT-CONVERTE ANTES DE PROCESSAR".
       8500-CONFERIR-LAYOUT-EXIT.
           EXIT.
