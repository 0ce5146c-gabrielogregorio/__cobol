      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CCF-REGULARIZA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REGULARIZACAO DE OCORRENCIAS DO CADASTRO DE    <*
      *>                EMITENTES DE CHEQUES SEM FUNDOS A PARTIR DO   <*
      *>                LOTE CCFREGIN (CONTA, NUMERO DO CHEQUE,       <*
      *>                OPERADOR), MONTADO QUANDO O CLIENTE COMPROVA  <*
      *>                O PAGAMENTO DO CHEQUE. O OPERADOR PRECISA DA  <*
      *>                PERMISSAO CCF-REGULARIZA (AUTORIZA-CHECK). A  <*
      *>                OCORRENCIA E REMOVIDA DE CCFMST, A REMOCAO E  <*
      *>                AUDITADA VIA AUDIT-LOG E O PEDIDO DE EXCLUSAO <*
      *>                SAI NA REMESSA CCFEXCL (HEADER, DETALHES E    <*
      *>                TRAILER, NO MESMO DESENHO DA INCLUSAO GERADA  <*
      *>                POR CHEQUE-SACADO.COB)                        <*
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
           SELECT REGULARIZA-FILE     ASSIGN TO "CCFREGIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REG.

           SELECT CCF-FILE            ASSIGN TO "CCFMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CCF-CHAVE
               FILE STATUS        IS WRK-STATUS-CCF.

           SELECT EXCLUSAO-FILE       ASSIGN TO "CCFEXCL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXCL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  REGULARIZA-FILE.
       01  REGULARIZA-REG.
           02 RCCF-CONTA              PIC 9(08).
           02 RCCF-NUMERO             PIC 9(10).
           02 RCCF-OPERADOR           PIC X(08).

       FD  CCF-FILE.
           COPY CCF-REG.

       FD  EXCLUSAO-FILE.
       01  EXCLUSAO-LINHA             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-REG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CCF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXCL        PIC X(02) VALUE SPACES.
       77  WRK-FIM-REG            PIC X(01) VALUE "N".
           88 FIM-REG                 VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-EXCLUIDO     PIC 9(13)V99 VALUE ZEROS.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "CCF-REGULARIZA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".

       01  WRK-AUDIT-OCORRENCIA.
           02 WRK-AO-DOCUMENTO     PIC X(14).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-AO-NUMERO        PIC 9(10).
           02 FILLER               PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   REMESSA DE EXCLUSAO DO CCF: HEADER, UMA OCORRENCIA POR      *
      *>   DETALHE E TRAILER COM QUANTIDADE E VALOR TOTAL              *
      *----------------------------------------------------------------*
       01  WRK-EXC-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-EH-DATA          PIC 9(08).
           02 WRK-EH-HORA          PIC 9(06).
           02 FILLER               PIC X(12) VALUE "CCF EXCLUSAO".
           02 FILLER               PIC X(53) VALUE SPACES.

       01  WRK-EXC-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-ED-SEQ           PIC 9(07).
           02 WRK-ED-DOCUMENTO     PIC X(14).
           02 WRK-ED-TIPO-PESSOA   PIC X(01).
           02 WRK-ED-CONTA         PIC 9(08).
           02 WRK-ED-NUMERO        PIC 9(10).
           02 WRK-ED-VALOR         PIC 9(09)V99.
           02 WRK-ED-DATA-OCORR    PIC 9(08).
           02 WRK-ED-DATA-REGUL    PIC 9(08).
           02 FILLER               PIC X(12) VALUE SPACES.

       01  WRK-EXC-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-ET-QTDE          PIC 9(07).
           02 WRK-ET-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-REG.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           OPEN I-O CCF-FILE.
           IF WRK-STATUS-CCF = "35"
               CLOSE CCF-FILE
               OPEN OUTPUT CCF-FILE
               CLOSE CCF-FILE
               OPEN I-O CCF-FILE
           END-IF.

           OPEN OUTPUT EXCLUSAO-FILE.
           MOVE WRK-DATA-HOJE        TO WRK-EH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-EH-HORA.
           MOVE WRK-EXC-HEADER TO EXCLUSAO-LINHA.
           WRITE EXCLUSAO-LINHA.

           OPEN INPUT REGULARIZA-FILE.
           IF WRK-STATUS-REG NOT = "00"
               SET FIM-REG TO TRUE
           END-IF.

           IF NOT FIM-REG
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           CALL "AUTORIZA-CHECK" USING RCCF-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA REGULARIZAR "
                   "CCF: " RCCF-OPERADOR
               GO TO 2000-PROCESSAR-PEDIDO-LER
           END-IF.

           PERFORM 3000-EXCLUIR-OCORRENCIA
               THRU 3000-EXCLUIR-OCORRENCIA-EXIT.

       2000-PROCESSAR-PEDIDO-LER.
           PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-PEDIDO.
      *----------------------------------------------------------------*
           READ REGULARIZA-FILE.
           IF WRK-STATUS-REG = "10"
               SET FIM-REG TO TRUE
           END-IF.
       2100-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-EXCLUIR-OCORRENCIA.
      *----------------------------------------------------------------*
           MOVE RCCF-CONTA  TO CCF_CONTA.
           MOVE RCCF-NUMERO TO CCF_NUMERO.
           READ CCF-FILE
               INVALID KEY
                   DISPLAY "OCORRENCIA NAO ENCONTRADA NO CCF, CONTA "
                       RCCF-CONTA " CHEQUE " RCCF-NUMERO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-EXCLUIR-OCORRENCIA-EXIT
           END-READ.

           DELETE CCF-FILE
               INVALID KEY
                   DISPLAY "ERRO AO REMOVER OCORRENCIA DO CCF, CONTA "
                       RCCF-CONTA " CHEQUE " RCCF-NUMERO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-EXCLUIR-OCORRENCIA-EXIT
           END-DELETE.

           ADD 1 TO WRK-QTDE-EXCLUIDOS.
           ADD CCF_VALOR TO WRK-TOTAL-EXCLUIDO.

           MOVE WRK-QTDE-EXCLUIDOS  TO WRK-ED-SEQ.
           MOVE CCF_DOCUMENTO       TO WRK-ED-DOCUMENTO.
           MOVE CCF_TIPO_PESSOA     TO WRK-ED-TIPO-PESSOA.
           MOVE CCF_CONTA           TO WRK-ED-CONTA.
           MOVE CCF_NUMERO          TO WRK-ED-NUMERO.
           MOVE CCF_VALOR           TO WRK-ED-VALOR.
           MOVE CCF_DATA_OCORRENCIA TO WRK-ED-DATA-OCORR.
           MOVE WRK-DATA-HOJE       TO WRK-ED-DATA-REGUL.
           MOVE WRK-EXC-DETALHE TO EXCLUSAO-LINHA.
           WRITE EXCLUSAO-LINHA.

           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-EXCLUIR-OCORRENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE "CCF_OCORRENCIA" TO WRK-AUDIT-CAMPO.
           MOVE CCF_DOCUMENTO    TO WRK-AO-DOCUMENTO.
           MOVE CCF_NUMERO       TO WRK-AO-NUMERO.
           MOVE WRK-AUDIT-OCORRENCIA TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "REGULARIZADA"   TO WRK-AUDIT-VALOR-NOVO.
           MOVE CCF_CLIENTE      TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING RCCF-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-EXCLUIDOS TO WRK-ET-QTDE.
           MOVE WRK-TOTAL-EXCLUIDO TO WRK-ET-VALOR.
           MOVE WRK-EXC-TRAILER TO EXCLUSAO-LINHA.
           WRITE EXCLUSAO-LINHA.

           CLOSE REGULARIZA-FILE.
           CLOSE CCF-FILE.
           CLOSE EXCLUSAO-FILE.

           DISPLAY "===== REGULARIZACAO DO CCF =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "OCORRENCIAS REMOVIDAS: " WRK-QTDE-EXCLUIDOS.
           DISPLAY "VALOR REGULARIZADO...: " WRK-TOTAL-EXCLUIDO.
           DISPLAY "PEDIDOS REJEITADOS...: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
