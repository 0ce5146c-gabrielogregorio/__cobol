      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SANCAO-CARGA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CARGA DE UMA VERSAO DA LISTA INTERNACIONAL DE  <*
      *>                SANCOES (CONSELHO DE SEGURANCA DA ONU, OFAC,  <*
      *>                UNIAO EUROPEIA) A PARTIR DO LOTE SANCLISTA:   <*
      *>                HEADER (H, FONTE, VERSAO, DATA DA LISTA E     <*
      *>                OPERADOR), UM DETALHE (D) POR NOME SANCIONADO <*
      *>                (REFERENCIA DA FONTE, P PESSOA OU E ENTIDADE, <*
      *>                NOME) E TRAILER (T, QUANTIDADE). COMO EM      <*
      *>                FOLHA-CARGA.COB, A PRIMEIRA PASSADA SO        <*
      *>                CONFERE: LOTE SEM HEADER OU TRAILER, COM      <*
      *>                QUANTIDADE DIVERGENTE, FONTE DESCONHECIDA,    <*
      *>                VERSAO NAO POSTERIOR A JA CARREGADA (SANCVER) <*
      *>                OU OPERADOR SEM PERMISSAO ENCERRA COM RETURN- <*
      *>                CODE 8 E NADA MUDA. NA SEGUNDA PASSADA AS     <*
      *>                ENTRADAS DA FONTE EM SANCMST SAO SUBSTITUIDAS <*
      *>                PELAS DO LOTE, A VERSAO E REGISTRADA E        <*
      *>                AUDITADA E A BASE INTEIRA E TRIADA DE NOVO    <*
      *>                CONTRA A LISTA ATUALIZADA (SANCAO-            <*
      *>                VARREDURA.COB)                                <*
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
           SELECT LISTA-FILE          ASSIGN TO "SANCLISTA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-LISTA.

           SELECT SANCAO-FILE         ASSIGN TO "SANCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS SAN-CHAVE
               FILE STATUS        IS WRK-STATUS-SAN.

           SELECT VERSAO-FILE         ASSIGN TO "SANCVER"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS SVR_FONTE
               FILE STATUS        IS WRK-STATUS-VER.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  LISTA-FILE.
       01  LISTA-REG.
           02 LST-TIPO            PIC X(01).
               88 LST-HEADER          VALUE "H".
               88 LST-DETALHE         VALUE "D".
               88 LST-TRAILER         VALUE "T".
           02 LST-RESTO           PIC X(73).
       01  LISTA-HEADER REDEFINES LISTA-REG.
           02 FILLER              PIC X(01).
           02 LST-H-FONTE         PIC X(04).
           02 LST-H-VERSAO        PIC 9(06).
           02 LST-H-DATA          PIC 9(08).
           02 LST-H-OPERADOR      PIC X(08).
           02 FILLER              PIC X(47).
       01  LISTA-DETALHE REDEFINES LISTA-REG.
           02 FILLER              PIC X(01).
           02 LST-D-REFERENCIA    PIC X(12).
           02 LST-D-TIPO-NOME     PIC X(01).
               88 LST-D-TIPO-VALIDO   VALUE "P" "E".
           02 LST-D-NOME          PIC X(60).
       01  LISTA-TRAILER REDEFINES LISTA-REG.
           02 FILLER              PIC X(01).
           02 LST-T-QTDE          PIC 9(07).
           02 FILLER              PIC X(66).

       FD  SANCAO-FILE.
           COPY SANCAO-REG.

       FD  VERSAO-FILE.
           COPY SANCVER-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-LISTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SAN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VER         PIC X(02) VALUE SPACES.

       77  WRK-FIM-LISTA          PIC X(01) VALUE "N".
           88 FIM-LISTA               VALUE "S".
       77  WRK-FIM-SAN            PIC X(01) VALUE "N".
           88 FIM-SAN                 VALUE "S".

       77  WRK-TEM-HEADER         PIC X(01) VALUE "N".
           88 TEM-HEADER              VALUE "S".
       77  WRK-TEM-TRAILER        PIC X(01) VALUE "N".
           88 TEM-TRAILER             VALUE "S".
       77  WRK-LOTE-VALIDO        PIC X(01) VALUE "S".
           88 LOTE-VALIDO             VALUE "S".
       77  WRK-VERSAO-EXISTE      PIC X(01) VALUE "N".
           88 VERSAO-EXISTE           VALUE "S".

       77  WRK-FONTE              PIC X(04) VALUE SPACES.
           88 FONTE-VALIDA            VALUE "ONU " "OFAC" "UE  ".
       77  WRK-VERSAO             PIC 9(06) VALUE ZEROS.
       77  WRK-VERSAO-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-LISTA         PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR           PIC X(08) VALUE SPACES.
       77  WRK-T-QTDE             PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DETALHES      PIC 9(07) VALUE ZEROS.

       77  WRK-QTDE-REMOVIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GRAVADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DUPLICADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "SANCAO-CARGA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       01  WRK-VERSAO-AUDIT.
           02 FILLER               PIC X(07) VALUE "VERSAO ".
           02 WRK-VA-VERSAO        PIC 9(06).
           02 FILLER               PIC X(06) VALUE " QTDE ".
           02 WRK-VA-QTDE          PIC 9(07).
           02 FILLER               PIC X(04) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-CONFERIR-LOTE     THRU 1000-CONFERIR-LOTE-EXIT.

           IF NOT LOTE-VALIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 5000-SUBSTITUIR-FONTE
               THRU 5000-SUBSTITUIR-FONTE-EXIT.
           PERFORM 7000-REGISTRAR-VERSAO
               THRU 7000-REGISTRAR-VERSAO-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.

      *>   A TRIAGEM GUARDA A LISTA EM MEMORIA: O CANCEL FAZ A PROXIMA
      *>   CHAMADA RELER SANCMST JA COM A VERSAO NOVA
           CANCEL "SANCAO-TRIAGEM".
           CALL "SANCAO-VARREDURA".
           GOBACK.

      *----------------------------------------------------------------*
      *>   PRIMEIRA PASSADA: SO CONFERE - A LISTA EM VIGOR NAO MUDA    *
      *>   ANTES DO LOTE FECHAR COM HEADER E TRAILER                   *
      *----------------------------------------------------------------*
       1000-CONFERIR-LOTE.
      *----------------------------------------------------------------*
           OPEN INPUT LISTA-FILE.
           IF WRK-STATUS-LISTA NOT = "00"
               DISPLAY "LOTE DA LISTA DE SANCOES SANCLISTA AUSENTE"
               MOVE "N" TO WRK-LOTE-VALIDO
               CLOSE LISTA-FILE
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
           PERFORM 2000-CONTABILIZAR-REGISTRO
               THRU 2000-CONTABILIZAR-REGISTRO-EXIT
               UNTIL FIM-LISTA.

           CLOSE LISTA-FILE.

           IF NOT TEM-HEADER
               DISPLAY "LISTA DE SANCOES SEM HEADER, LOTE RECUSADO"
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.
           IF NOT TEM-TRAILER
               DISPLAY "LISTA DE SANCOES SEM TRAILER, LOTE RECUSADO"
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           IF WRK-T-QTDE NOT = WRK-QTDE-DETALHES
               DISPLAY "TRAILER DA LISTA DIVERGE DOS DETALHES: "
                   WRK-T-QTDE "/" WRK-QTDE-DETALHES
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           IF NOT FONTE-VALIDA
               DISPLAY "FONTE DA LISTA DE SANCOES DESCONHECIDA, LOTE "
                   "RECUSADO: " WRK-FONTE
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           CALL "AUTORIZA-CHECK" USING WRK-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               DISPLAY "OPERADOR SEM PERMISSAO PARA LISTA DE SANCOES: "
                   WRK-OPERADOR
               MOVE "N" TO WRK-LOTE-VALIDO
               GO TO 1000-CONFERIR-LOTE-EXIT
           END-IF.

           PERFORM 1500-CONFERIR-VERSAO THRU 1500-CONFERIR-VERSAO-EXIT.
       1000-CONFERIR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO ENTRA VERSAO POSTERIOR A ULTIMA CARREGADA DA FONTE:      *
      *>   REPROCESSAR UM LOTE ANTIGO DESFARIA A LISTA EM VIGOR        *
      *----------------------------------------------------------------*
       1500-CONFERIR-VERSAO.
      *----------------------------------------------------------------*
           OPEN INPUT VERSAO-FILE.
           IF WRK-STATUS-VER NOT = "00"
               CLOSE VERSAO-FILE
               GO TO 1500-CONFERIR-VERSAO-EXIT
           END-IF.

           MOVE WRK-FONTE TO SVR_FONTE.
           READ VERSAO-FILE
               INVALID KEY
                   CLOSE VERSAO-FILE
                   GO TO 1500-CONFERIR-VERSAO-EXIT
           END-READ.

           MOVE SVR_VERSAO TO WRK-VERSAO-ANTERIOR.
           IF WRK-VERSAO NOT > SVR_VERSAO
               DISPLAY "VERSAO " WRK-VERSAO " DA LISTA " WRK-FONTE
                   " NAO E POSTERIOR A CARREGADA (" SVR_VERSAO
                   "), LOTE RECUSADO"
               MOVE "N" TO WRK-LOTE-VALIDO
           END-IF.
           CLOSE VERSAO-FILE.
       1500-CONFERIR-VERSAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LER-LISTA.
      *----------------------------------------------------------------*
           READ LISTA-FILE.
           IF WRK-STATUS-LISTA = "10"
               SET FIM-LISTA TO TRUE
           END-IF.
       1100-LER-LISTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONTABILIZAR-REGISTRO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN LST-HEADER
                   SET TEM-HEADER TO TRUE
                   MOVE LST-H-FONTE    TO WRK-FONTE
                   MOVE LST-H-OPERADOR TO WRK-OPERADOR
                   IF LST-H-VERSAO IS NUMERIC
                       AND LST-H-DATA IS NUMERIC
                       MOVE LST-H-VERSAO TO WRK-VERSAO
                       MOVE LST-H-DATA   TO WRK-DATA-LISTA
                   ELSE
                       DISPLAY "HEADER DA LISTA COM VERSAO OU DATA "
                           "INVALIDA, LOTE RECUSADO"
                       MOVE "N" TO WRK-LOTE-VALIDO
                   END-IF
               WHEN LST-DETALHE
                   IF LST-D-REFERENCIA = SPACES
                       OR NOT LST-D-TIPO-VALIDO
                       OR LST-D-NOME = SPACES
                       DISPLAY "DETALHE DA LISTA INVALIDO, REFERENCIA "
                           LST-D-REFERENCIA ", LOTE RECUSADO"
                       MOVE "N" TO WRK-LOTE-VALIDO
                   ELSE
                       ADD 1 TO WRK-QTDE-DETALHES
                   END-IF
               WHEN LST-TRAILER
                   SET TEM-TRAILER TO TRUE
                   IF LST-T-QTDE IS NUMERIC
                       MOVE LST-T-QTDE TO WRK-T-QTDE
                   ELSE
                       DISPLAY "TRAILER DA LISTA COM QUANTIDADE "
                           "INVALIDA, LOTE RECUSADO"
                       MOVE "N" TO WRK-LOTE-VALIDO
                   END-IF
               WHEN OTHER
                   DISPLAY "REGISTRO DA LISTA INVALIDO: " LST-TIPO
                   MOVE "N" TO WRK-LOTE-VALIDO
           END-EVALUATE.

           PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
       2000-CONTABILIZAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SEGUNDA PASSADA: TIRA AS ENTRADAS DA VERSAO ANTERIOR DA     *
      *>   FONTE E GRAVA AS DO LOTE. AS OUTRAS FONTES NAO MUDAM        *
      *----------------------------------------------------------------*
       5000-SUBSTITUIR-FONTE.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O SANCAO-FILE.
           IF WRK-STATUS-SAN = "35"
               CLOSE SANCAO-FILE
               OPEN OUTPUT SANCAO-FILE
               CLOSE SANCAO-FILE
               OPEN I-O SANCAO-FILE
           END-IF.

           MOVE WRK-FONTE  TO SAN_FONTE.
           MOVE LOW-VALUES TO SAN_REFERENCIA.
           START SANCAO-FILE KEY IS NOT LESS THAN SAN-CHAVE
               INVALID KEY
                   SET FIM-SAN TO TRUE
           END-START.

           IF NOT FIM-SAN
               PERFORM 5100-LER-SANCAO THRU 5100-LER-SANCAO-EXIT
           END-IF.
           PERFORM 5200-REMOVER-ENTRADA THRU 5200-REMOVER-ENTRADA-EXIT
               UNTIL FIM-SAN.

           MOVE "N" TO WRK-FIM-LISTA.
           OPEN INPUT LISTA-FILE.
           PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
           PERFORM 6000-GRAVAR-ENTRADA THRU 6000-GRAVAR-ENTRADA-EXIT
               UNTIL FIM-LISTA.
           CLOSE LISTA-FILE.

           CLOSE SANCAO-FILE.
       5000-SUBSTITUIR-FONTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-LER-SANCAO.
      *----------------------------------------------------------------*
           READ SANCAO-FILE NEXT RECORD
               AT END
                   SET FIM-SAN TO TRUE
           END-READ.
           IF NOT FIM-SAN
               AND SAN_FONTE NOT = WRK-FONTE
               SET FIM-SAN TO TRUE
           END-IF.
       5100-LER-SANCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5200-REMOVER-ENTRADA.
      *----------------------------------------------------------------*
           DELETE SANCAO-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-REMOVIDOS
           END-DELETE.

           PERFORM 5100-LER-SANCAO THRU 5100-LER-SANCAO-EXIT.
       5200-REMOVER-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-GRAVAR-ENTRADA.
      *----------------------------------------------------------------*
           IF NOT LST-DETALHE
               GO TO 6000-GRAVAR-ENTRADA-LER
           END-IF.

           MOVE WRK-FONTE         TO SAN_FONTE.
           MOVE LST-D-REFERENCIA  TO SAN_REFERENCIA.
           MOVE LST-D-TIPO-NOME   TO SAN_TIPO.
           MOVE LST-D-NOME        TO SAN_NOME.
           MOVE WRK-VERSAO        TO SAN_VERSAO.
           MOVE WRK-DATA-HOJE     TO SAN_DATA_CARGA.

           WRITE SANCAO-REG
               INVALID KEY
                   DISPLAY "REFERENCIA REPETIDA NO LOTE, MANTIDA A "
                       "PRIMEIRA: " LST-D-REFERENCIA
                   ADD 1 TO WRK-QTDE-DUPLICADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-GRAVADOS
           END-WRITE.

       6000-GRAVAR-ENTRADA-LER.
           PERFORM 1100-LER-LISTA THRU 1100-LER-LISTA-EXIT.
       6000-GRAVAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REGISTRA A VERSAO EM SANCVER E AUDITA A TROCA DA LISTA      *
      *----------------------------------------------------------------*
       7000-REGISTRAR-VERSAO.
      *----------------------------------------------------------------*
           OPEN I-O VERSAO-FILE.
           IF WRK-STATUS-VER = "35"
               CLOSE VERSAO-FILE
               OPEN OUTPUT VERSAO-FILE
               CLOSE VERSAO-FILE
               OPEN I-O VERSAO-FILE
           END-IF.

           MOVE WRK-FONTE TO SVR_FONTE.
           READ VERSAO-FILE
               INVALID KEY
                   MOVE "N" TO WRK-VERSAO-EXISTE
               NOT INVALID KEY
                   SET VERSAO-EXISTE TO TRUE
           END-READ.

           MOVE WRK-FONTE         TO SVR_FONTE.
           MOVE WRK-VERSAO        TO SVR_VERSAO.
           MOVE WRK-DATA-LISTA    TO SVR_DATA_LISTA.
           MOVE WRK-DATA-HOJE     TO SVR_DATA_CARGA.
           MOVE WRK-QTDE-GRAVADOS TO SVR_QTDE.
           MOVE WRK-OPERADOR      TO SVR_OPERADOR.

           IF VERSAO-EXISTE
               REWRITE SANCVER-REG
           ELSE
               WRITE SANCVER-REG
           END-IF.
           CLOSE VERSAO-FILE.

           MOVE WRK-VERSAO-ANTERIOR TO WRK-VA-VERSAO.
           MOVE WRK-QTDE-REMOVIDOS  TO WRK-VA-QTDE.
           MOVE WRK-VERSAO-AUDIT    TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-VERSAO          TO WRK-VA-VERSAO.
           MOVE WRK-QTDE-GRAVADOS   TO WRK-VA-QTDE.
           MOVE WRK-VERSAO-AUDIT    TO WRK-AUDIT-VALOR-NOVO.
           MOVE "SANCAO-LISTA"      TO WRK-AUDIT-CAMPO.
           MOVE WRK-FONTE           TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-REGISTRAR-VERSAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           DISPLAY "===== CARGA DA LISTA DE SANCOES =====".
           DISPLAY "FONTE................: " WRK-FONTE.
           DISPLAY "VERSAO ANTERIOR......: " WRK-VERSAO-ANTERIOR.
           DISPLAY "VERSAO CARREGADA.....: " WRK-VERSAO.
           DISPLAY "ENTRADAS REMOVIDAS...: " WRK-QTDE-REMOVIDOS.
           DISPLAY "ENTRADAS GRAVADAS....: " WRK-QTDE-GRAVADOS.
           DISPLAY "REFERENCIAS REPETIDAS: " WRK-QTDE-DUPLICADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
