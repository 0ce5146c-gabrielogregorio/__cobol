      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CCS-RETORNO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : PROCESSAR O RETORNO DO BANCO CENTRAL SOBRE A   <*
      *>                REMESSA DO CCS (CCSREM GERADA POR CCS-        <*
      *>                EXPORTA.COB). O RETORNO (CCSRET) TRAZ HEADER  <*
      *>                "0" COM O PROTOCOLO, UM DETALHE "1" POR       <*
      *>                EVENTO (CONTA, CPF, TIPO DE RELACIONAMENTO,   <*
      *>                EVENTO, SITUACAO A/R, CODIGO E MOTIVO) E      <*
      *>                TRAILER "9" COM A QUANTIDADE. O ARQUIVO E     <*
      *>                CONFERIDO INTEIRO ANTES DE QUALQUER           <*
      *>                ATUALIZACAO; DIVERGENCIA ENCERRA COM          <*
      *>                RETURN-CODE 8 SEM TOCAR O CCSMST. A REJEICAO  <*
      *>                DO EVENTO AINDA ENVIADO NAQUELE PROTOCOLO     <*
      *>                VOLTA O REGISTRO PARA PENDENTE, SOMA A        <*
      *>                TENTATIVA E GUARDA O MOTIVO, E A PROXIMA      <*
      *>                EXPORTACAO O REENVIA COM O CADASTRO JA        <*
      *>                CORRIGIDO. AS REJEICOES SAEM NO RELATORIO     <*
      *>                CCSREJREL; A PARTIR DO NUMERO DE TENTATIVAS   <*
      *>                DO PARAMETRO CCSTENTAT (PADRAO 3) O EVENTO E  <*
      *>                DESTACADO PARA REVISAO CADASTRAL E A RODADA   <*
      *>                TERMINA COM RETURN-CODE 4                     <*
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
           SELECT RETORNO-FILE        ASSIGN TO "CCSRET"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RET.

           SELECT CCS-FILE            ASSIGN TO "CCSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CCS-CHAVE
               FILE STATUS        IS WRK-STATUS-CCS.

           SELECT REJEICAO-FILE       ASSIGN TO "CCSREJREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REJ.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  RETORNO-FILE.
       01  RETORNO-REG.
           02 RET-TIPO            PIC X(01).
               88 RET-HEADER          VALUE "0".
               88 RET-DETALHE         VALUE "1".
               88 RET-TRAILER         VALUE "9".
           02 RET-RESTO           PIC X(79).
       01  RETORNO-HEADER REDEFINES RETORNO-REG.
           02 FILLER              PIC X(01).
           02 FILLER              PIC X(03).
           02 RET-H-PROTOCOLO     PIC 9(07).
           02 RET-H-DATA          PIC 9(08).
           02 FILLER              PIC X(61).
       01  RETORNO-DETALHE REDEFINES RETORNO-REG.
           02 FILLER              PIC X(01).
           02 RET-D-CONTA         PIC 9(08).
           02 RET-D-CPF           PIC X(11).
           02 RET-D-TIPO          PIC X(01).
           02 RET-D-EVENTO        PIC X(01).
           02 RET-D-SITUACAO      PIC X(01).
               88 RET-ACEITO          VALUE "A".
               88 RET-REJEITADO       VALUE "R".
           02 RET-D-CODIGO        PIC X(04).
           02 RET-D-MOTIVO        PIC X(30).
           02 FILLER              PIC X(23).
       01  RETORNO-TRAILER REDEFINES RETORNO-REG.
           02 FILLER              PIC X(01).
           02 RET-T-QTDE          PIC 9(07).
           02 FILLER              PIC X(72).

       FD  CCS-FILE.
           COPY CCS-REG.

       FD  REJEICAO-FILE.
       01  REJEICAO-LINHA         PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RET         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CCS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REJ         PIC X(02) VALUE SPACES.
       77  WRK-FIM-RET            PIC X(01) VALUE "N".
           88 FIM-RET                 VALUE "S".
       77  WRK-RETORNO-OK         PIC X(01) VALUE "N".
           88 RETORNO-OK              VALUE "S".

       77  WRK-TEM-HEADER         PIC X(01) VALUE "N".
           88 TEM-HEADER              VALUE "S".
       77  WRK-TEM-TRAILER        PIC X(01) VALUE "N".
           88 TEM-TRAILER             VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-PROTOCOLO          PIC 9(07) VALUE ZEROS.
       77  WRK-MAX-TENTATIVAS     PIC 9(02) VALUE 3.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-TENT    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-TENT2       PIC 9(02).
           02 FILLER               PIC X(18).

       77  WRK-QTDE-DETALHES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACEITOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEVOLVIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-IGNORADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REVISAO       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INVALIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-TRAILER       PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-REJEICAO.
           02 WRK-R-CONTA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-CPF            PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-TIPO           PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-EVENTO         PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-CODIGO         PIC X(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-MOTIVO         PIC X(30).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-TENTATIVAS     PIC Z9.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-R-OBSERVACAO     PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF RETORNO-OK
               PERFORM 2000-PROCESSAR-RETORNO
                   THRU 2000-PROCESSAR-RETORNO-EXIT
                   UNTIL FIM-RET
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "CCSTENTAT" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:2) IS NUMERIC
               AND WRK-PARM-TENT2 > ZEROS
               MOVE WRK-PARM-TENT2 TO WRK-MAX-TENTATIVAS
           END-IF.

           OPEN OUTPUT REJEICAO-FILE.
           MOVE "REJEICOES DO RETORNO DO CCS" TO REJEICAO-LINHA.
           WRITE REJEICAO-LINHA.
           MOVE SPACES TO REJEICAO-LINHA.
           WRITE REJEICAO-LINHA.

           OPEN INPUT RETORNO-FILE.
           IF WRK-STATUS-RET NOT = "00"
               DISPLAY "RETORNO CCSRET AUSENTE, NADA A PROCESSAR"
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1500-CONFERIR-RETORNO
               THRU 1500-CONFERIR-RETORNO-EXIT.
           CLOSE RETORNO-FILE.
           IF NOT RETORNO-OK
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN I-O CCS-FILE.
           IF WRK-STATUS-CCS NOT = "00"
               DISPLAY "CCSMST INDISPONIVEL, STATUS " WRK-STATUS-CCS
               MOVE "N" TO WRK-RETORNO-OK
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT RETORNO-FILE.
           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRIMEIRA PASSADA: HEADER, TRAILER E QUANTIDADE NO ESTILO DE *
      *>   LOTE-CONTROLE.COB, ANTES DE CONFIAR NO RETORNO              *
      *----------------------------------------------------------------*
       1500-CONFERIR-RETORNO.
      *----------------------------------------------------------------*
           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
           PERFORM 1600-CONTAR-RETORNO THRU 1600-CONTAR-RETORNO-EXIT
               UNTIL FIM-RET.

           IF NOT TEM-HEADER
               DISPLAY "RETORNO SEM HEADER"
               MOVE 8 TO RETURN-CODE
               GO TO 1500-CONFERIR-RETORNO-EXIT
           END-IF.
           IF NOT TEM-TRAILER
               DISPLAY "RETORNO SEM TRAILER"
               MOVE 8 TO RETURN-CODE
               GO TO 1500-CONFERIR-RETORNO-EXIT
           END-IF.
           IF WRK-QTDE-TRAILER NOT = WRK-QTDE-DETALHES
               DISPLAY "TRAILER DIVERGENTE: INFORMADO "
                   WRK-QTDE-TRAILER " LIDO " WRK-QTDE-DETALHES
               MOVE 8 TO RETURN-CODE
               GO TO 1500-CONFERIR-RETORNO-EXIT
           END-IF.

           SET RETORNO-OK TO TRUE.
           MOVE "N"   TO WRK-FIM-RET.
           MOVE ZEROS TO WRK-QTDE-DETALHES.
       1500-CONFERIR-RETORNO-EXIT.
           EXIT.

       1600-CONTAR-RETORNO.
           EVALUATE TRUE
               WHEN RET-HEADER
                   SET TEM-HEADER TO TRUE
                   MOVE RET-H-PROTOCOLO TO WRK-PROTOCOLO
               WHEN RET-DETALHE
                   ADD 1 TO WRK-QTDE-DETALHES
               WHEN RET-TRAILER
                   SET TEM-TRAILER TO TRUE
                   MOVE RET-T-QTDE TO WRK-QTDE-TRAILER
           END-EVALUATE.
           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
       1600-CONTAR-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN RET-HEADER
                   CONTINUE
               WHEN RET-DETALHE
                   PERFORM 3000-PROCESSAR-DETALHE
                       THRU 3000-PROCESSAR-DETALHE-EXIT
               WHEN RET-TRAILER
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-INVALIDOS
                   DISPLAY "REGISTRO DE RETORNO INVALIDO: " RET-TIPO
           END-EVALUATE.

           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
       2000-PROCESSAR-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-RETORNO.
      *----------------------------------------------------------------*
           READ RETORNO-FILE.
           IF WRK-STATUS-RET NOT = "00"
               SET FIM-RET TO TRUE
           END-IF.
       2100-LER-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO VOLTA PARA PENDENTE O EVENTO QUE AINDA ESTA COMO ENVIADO *
      *>   NESTE PROTOCOLO; SE O VINCULO JA MUDOU DESDE O ENVIO, O     *
      *>   NOVO EVENTO JA ESTA NA FILA E A REJEICAO SO E LISTADA       *
      *----------------------------------------------------------------*
       3000-PROCESSAR-DETALHE.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-DETALHES.

           EVALUATE TRUE
               WHEN RET-ACEITO
                   ADD 1 TO WRK-QTDE-ACEITOS
                   GO TO 3000-PROCESSAR-DETALHE-EXIT
               WHEN RET-REJEITADO
                   ADD 1 TO WRK-QTDE-REJEITADOS
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-INVALIDOS
                   DISPLAY "SITUACAO DE RETORNO INVALIDA: "
                       RET-D-SITUACAO " CONTA " RET-D-CONTA
                   GO TO 3000-PROCESSAR-DETALHE-EXIT
           END-EVALUATE.

           MOVE RET-D-CONTA    TO WRK-R-CONTA.
           MOVE RET-D-CPF      TO WRK-R-CPF.
           MOVE RET-D-TIPO     TO WRK-R-TIPO.
           MOVE RET-D-EVENTO   TO WRK-R-EVENTO.
           MOVE RET-D-CODIGO   TO WRK-R-CODIGO.
           MOVE RET-D-MOTIVO   TO WRK-R-MOTIVO.
           MOVE ZEROS          TO WRK-R-TENTATIVAS.
           MOVE SPACES         TO WRK-R-OBSERVACAO.

           MOVE RET-D-CONTA TO CCS_CONTA.
           MOVE RET-D-CPF   TO CCS_CPF.
           MOVE RET-D-TIPO  TO CCS_TIPO.
           READ CCS-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-IGNORADOS
                   MOVE "VINCULO NAO CONSTA NO CCSMST"
                       TO WRK-R-OBSERVACAO
                   GO TO 3000-GRAVAR-LINHA
           END-READ.

           IF NOT CCS-ENVIADO
               OR CCS_PROTOCOLO NOT = WRK-PROTOCOLO
               OR CCS_EVENTO NOT = RET-D-EVENTO
               ADD 1 TO WRK-QTDE-IGNORADOS
               MOVE CCS_TENTATIVAS TO WRK-R-TENTATIVAS
               MOVE "EVENTO SUBSTITUIDO, IGNORADO"
                   TO WRK-R-OBSERVACAO
               GO TO 3000-GRAVAR-LINHA
           END-IF.

           SET CCS-ENVIO-PENDENTE TO TRUE.
           IF CCS_TENTATIVAS < 99
               ADD 1 TO CCS_TENTATIVAS
           END-IF.
           MOVE RET-D-MOTIVO TO CCS_MOTIVO_REJEICAO.
           REWRITE CCS-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CCSMST " CCS-CHAVE
                       " STATUS " WRK-STATUS-CCS
                   GO TO 3000-GRAVAR-LINHA
           END-REWRITE.
           ADD 1 TO WRK-QTDE-DEVOLVIDOS.

           MOVE CCS_TENTATIVAS TO WRK-R-TENTATIVAS.
           IF CCS_TENTATIVAS NOT < WRK-MAX-TENTATIVAS
               ADD 1 TO WRK-QTDE-REVISAO
               MOVE "REVISAR CADASTRO E REENVIAR"
                   TO WRK-R-OBSERVACAO
           ELSE
               MOVE "DEVOLVIDO PARA REENVIO"
                   TO WRK-R-OBSERVACAO
           END-IF.

       3000-GRAVAR-LINHA.
           MOVE WRK-LINHA-REJEICAO TO REJEICAO-LINHA.
           WRITE REJEICAO-LINHA.
       3000-PROCESSAR-DETALHE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE SPACES TO REJEICAO-LINHA.
           WRITE REJEICAO-LINHA.
           CLOSE REJEICAO-FILE.

           IF RETORNO-OK
               CLOSE RETORNO-FILE
               CLOSE CCS-FILE
           END-IF.

           DISPLAY "===== RETORNO DO CCS =====".
           DISPLAY "PROTOCOLO............: " WRK-PROTOCOLO.
           DISPLAY "DETALHES LIDOS.......: " WRK-QTDE-DETALHES.
           DISPLAY "ACEITOS..............: " WRK-QTDE-ACEITOS.
           DISPLAY "REJEITADOS...........: " WRK-QTDE-REJEITADOS.
           DISPLAY "DEVOLVIDOS P/ REENVIO: " WRK-QTDE-DEVOLVIDOS.
           DISPLAY "REJEICOES IGNORADAS..: " WRK-QTDE-IGNORADOS.
           DISPLAY "PARA REVISAO CADASTR.: " WRK-QTDE-REVISAO.
           DISPLAY "REGISTROS INVALIDOS..: " WRK-QTDE-INVALIDOS.

           IF WRK-QTDE-REVISAO > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
