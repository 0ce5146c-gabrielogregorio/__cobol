      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SANCAO-DECISAO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : DECISAO DO COMPLIANCE SOBRE A FILA DE REVISAO  <*
      *>                DA TRIAGEM DE SANCOES (SANCFILA). O LOTE      <*
      *>                SANCDECIN TRAZ A CHAVE DA OCORRENCIA, A       <*
      *>                DECISAO (C CONFIRMADA OU F FALSO POSITIVO) E  <*
      *>                O OPERADOR, QUE PRECISA DE PERMISSAO NO       <*
      *>                PERFIL (AUTORIZA-CHECK.COB). SO OCORRENCIA    <*
      *>                PENDENTE E DECIDIDA; A DECISAO E AUDITADA EM  <*
      *>                AUDITLOG. A CONFIRMACAO BLOQUEIA O CLIENTE    <*
      *>                (CLIENTE_STATUS B) EM CLIMAST, COM O SELO DE  <*
      *>                INTEGRIDADE CONFERIDO ANTES E REFEITO DEPOIS. <*
      *>                AO FINAL, AS OCORRENCIAS AINDA PENDENTES SAEM <*
      *>                NO RELATORIO SANCFILAREL PARA O COMPLIANCE    <*
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
           SELECT DECISAO-FILE        ASSIGN TO "SANCDECIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEC.

           SELECT FILA-FILE           ASSIGN TO "SANCFILA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS SFL-CHAVE
               FILE STATUS        IS WRK-STATUS-FILA.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT RELATORIO-FILE      ASSIGN TO "SANCFILAREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  DECISAO-FILE.
       01  DECISAO-REG.
           02 DEC-CLIENTE             PIC X(11).
           02 DEC-ORIGEM              PIC X(01).
           02 DEC-DOCUMENTO           PIC X(14).
           02 DEC-FONTE               PIC X(04).
           02 DEC-REFERENCIA          PIC X(12).
           02 DEC-DECISAO             PIC X(01).
               88 DEC-CONFIRMAR           VALUE "C".
               88 DEC-FALSO-POSITIVO      VALUE "F".
           02 DEC-OPERADOR            PIC X(08).

       FD  FILA-FILE.
           COPY SANCFILA-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(150).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-DEC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FILA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-EOF-DEC            PIC X(01) VALUE "N".
           88 FIM-DECISAO             VALUE "S".
       77  WRK-FIM-FILA           PIC X(01) VALUE "N".
           88 FIM-FILA                VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-STATUS-ANTERIOR    PIC X(01) VALUE SPACE.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONFIRMADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FALSOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-BLOQUEADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "SANCAO-DECISAO".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       01  WRK-OCORRENCIA-AUDIT.
           02 WRK-OA-SITUACAO      PIC X(10).
           02 WRK-OA-FONTE         PIC X(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-OA-REFERENCIA    PIC X(12).
           02 FILLER               PIC X(03) VALUE SPACES.

       01  WRK-LINHA-TITULO.
           02 FILLER               PIC X(40)
               VALUE "FILA DE REVISAO DA TRIAGEM DE SANCOES - ".
           02 FILLER               PIC X(20)
               VALUE "PENDENTES EM ".
           02 WRK-TIT-DATA         PIC 9(08).

       01  WRK-LINHA-PENDENTE.
           02 WRK-LP-CLIENTE       PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-ORIGEM        PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-DOCUMENTO     PIC X(14).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-FONTE         PIC X(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-REFERENCIA    PIC X(12).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-PONTUACAO     PIC ZZ9.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-DATA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-NOME          PIC X(40).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-NOME-LISTA    PIC X(49).

       01  WRK-LINHA-TOTAL.
           02 FILLER               PIC X(20)
               VALUE "TOTAL DE PENDENTES: ".
           02 WRK-LT-QTDE          PIC Z(6)9.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO    THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.

           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-DECISAO
               THRU 2000-PROCESSAR-DECISAO-EXIT
               UNTIL FIM-DECISAO.
           PERFORM 8000-RELATAR-PENDENTES
               THRU 8000-RELATAR-PENDENTES-EXIT.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   ANTES DE REGRAVAR O MESTRE, O SELO DE INTEGRIDADE           *
      *>   (ARQUIVO-SELO.COB) E CONFERIDO                              *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CLIMAST" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "SANC-SELO-12 MESTRE CLIMAST NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O FILA-FILE.
           IF WRK-STATUS-FILA = "35"
               CLOSE FILA-FILE
               OPEN OUTPUT FILA-FILE
               CLOSE FILA-FILE
               OPEN I-O FILA-FILE
           END-IF.

           OPEN I-O CLIENTE-MASTER-FILE.

           OPEN INPUT DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               SET FIM-DECISAO TO TRUE
           END-IF.

           IF NOT FIM-DECISAO
               PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-DECISAO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           CALL "AUTORIZA-CHECK" USING DEC-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA DECISAO DE "
                   "SANCOES: " DEC-OPERADOR
               GO TO 2000-PROCESSAR-DECISAO-LER
           END-IF.

           IF NOT DEC-CONFIRMAR AND NOT DEC-FALSO-POSITIVO
               DISPLAY "DECISAO DE SANCOES INVALIDA: " DEC-DECISAO
                   " CLIENTE " DEC-CLIENTE
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 2000-PROCESSAR-DECISAO-LER
           END-IF.

           MOVE DEC-CLIENTE    TO SFL_CLIENTE.
           MOVE DEC-ORIGEM     TO SFL_ORIGEM.
           MOVE DEC-DOCUMENTO  TO SFL_DOCUMENTO.
           MOVE DEC-FONTE      TO SFL_FONTE.
           MOVE DEC-REFERENCIA TO SFL_REFERENCIA.
           READ FILA-FILE
               INVALID KEY
                   DISPLAY "OCORRENCIA NAO ENCONTRADA NA FILA DE "
                       "SANCOES, CLIENTE " DEC-CLIENTE " "
                       DEC-FONTE " " DEC-REFERENCIA
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 2000-PROCESSAR-DECISAO-LER
           END-READ.

           IF NOT SFL-PENDENTE
               DISPLAY "OCORRENCIA JA DECIDIDA (" SFL_SITUACAO
                   "), CLIENTE " DEC-CLIENTE " " DEC-FONTE " "
                   DEC-REFERENCIA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 2000-PROCESSAR-DECISAO-LER
           END-IF.

           MOVE DEC-DECISAO    TO SFL_SITUACAO.
           MOVE WRK-DATA-HOJE  TO SFL_DATA_DECISAO.
           MOVE DEC-OPERADOR   TO SFL_OPERADOR.
           REWRITE SANCFILA-REG.

           MOVE "PENDENTE"     TO WRK-OA-SITUACAO.
           MOVE SFL_FONTE      TO WRK-OA-FONTE.
           MOVE SFL_REFERENCIA TO WRK-OA-REFERENCIA.
           MOVE WRK-OCORRENCIA-AUDIT TO WRK-AUDIT-VALOR-ANTIGO.
           IF DEC-CONFIRMAR
               MOVE "CONFIRMADA" TO WRK-OA-SITUACAO
               ADD 1 TO WRK-QTDE-CONFIRMADAS
           ELSE
               MOVE "FALSO POS." TO WRK-OA-SITUACAO
               ADD 1 TO WRK-QTDE-FALSOS
           END-IF.
           MOVE WRK-OCORRENCIA-AUDIT TO WRK-AUDIT-VALOR-NOVO.
           MOVE "SANCAO-DECISAO" TO WRK-AUDIT-CAMPO.
           MOVE SFL_CLIENTE      TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING DEC-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.

           IF DEC-CONFIRMAR
               PERFORM 3000-BLOQUEAR-CLIENTE
                   THRU 3000-BLOQUEAR-CLIENTE-EXIT
           END-IF.

       2000-PROCESSAR-DECISAO-LER.
           PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT.
       2000-PROCESSAR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-DECISAO.
      *----------------------------------------------------------------*
           READ DECISAO-FILE.
           IF WRK-STATUS-DEC = "10"
               SET FIM-DECISAO TO TRUE
           END-IF.
       2100-LER-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   OCORRENCIA CONFIRMADA: O CLIENTE DA FILA E BLOQUEADO        *
      *----------------------------------------------------------------*
       3000-BLOQUEAR-CLIENTE.
      *----------------------------------------------------------------*
           MOVE SFL_CLIENTE TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE DA OCORRENCIA CONFIRMADA NAO "
                       "ENCONTRADO EM CLIMAST: " SFL_CLIENTE
                   GO TO 3000-BLOQUEAR-CLIENTE-EXIT
           END-READ.

           IF CLIENTE-BLOQUEADO
               GO TO 3000-BLOQUEAR-CLIENTE-EXIT
           END-IF.

           MOVE CLIENTE_STATUS TO WRK-STATUS-ANTERIOR.
           SET CLIENTE-BLOQUEADO TO TRUE.
           REWRITE CLIENTE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "ERRO AO BLOQUEAR CLIENTE " SFL_CLIENTE
                   " STATUS " WRK-STATUS-MASTER
               GO TO 3000-BLOQUEAR-CLIENTE-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-BLOQUEADOS.
           DISPLAY "CLIENTE BLOQUEADO POR SANCAO CONFIRMADA: "
               SFL_CLIENTE.

           MOVE WRK-STATUS-ANTERIOR TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE CLIENTE_STATUS      TO WRK-AUDIT-VALOR-NOVO.
           MOVE "CLIENTE_STATUS"    TO WRK-AUDIT-CAMPO.
           MOVE CLIENTE_CPF         TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING DEC-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       3000-BLOQUEAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RELATORIO DAS OCORRENCIAS QUE CONTINUAM PENDENTES           *
      *----------------------------------------------------------------*
       8000-RELATAR-PENDENTES.
      *----------------------------------------------------------------*
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.
           WRITE RELATORIO-LINHA FROM WRK-LINHA-TITULO.

           MOVE LOW-VALUES TO SFL-CHAVE.
           START FILA-FILE KEY IS NOT LESS THAN SFL-CHAVE
               INVALID KEY
                   SET FIM-FILA TO TRUE
           END-START.

           IF NOT FIM-FILA
               PERFORM 8100-LER-FILA THRU 8100-LER-FILA-EXIT
           END-IF.
           PERFORM 8200-LISTAR-PENDENTE THRU 8200-LISTAR-PENDENTE-EXIT
               UNTIL FIM-FILA.

           MOVE WRK-QTDE-PENDENTES TO WRK-LT-QTDE.
           WRITE RELATORIO-LINHA FROM WRK-LINHA-TOTAL.
           CLOSE RELATORIO-FILE.
       8000-RELATAR-PENDENTES-EXIT.
           EXIT.

       8100-LER-FILA.
           READ FILA-FILE NEXT RECORD
               AT END
                   SET FIM-FILA TO TRUE
           END-READ.
       8100-LER-FILA-EXIT.
           EXIT.

       8200-LISTAR-PENDENTE.
           IF SFL-PENDENTE
               ADD 1 TO WRK-QTDE-PENDENTES
               MOVE SFL_CLIENTE       TO WRK-LP-CLIENTE
               MOVE SFL_ORIGEM        TO WRK-LP-ORIGEM
               MOVE SFL_DOCUMENTO     TO WRK-LP-DOCUMENTO
               MOVE SFL_FONTE         TO WRK-LP-FONTE
               MOVE SFL_REFERENCIA    TO WRK-LP-REFERENCIA
               MOVE SFL_PONTUACAO     TO WRK-LP-PONTUACAO
               MOVE SFL_DATA_INCLUSAO TO WRK-LP-DATA
               MOVE SFL_NOME          TO WRK-LP-NOME
               MOVE SFL_NOME_LISTA    TO WRK-LP-NOME-LISTA
               WRITE RELATORIO-LINHA FROM WRK-LINHA-PENDENTE
           END-IF.
           PERFORM 8100-LER-FILA THRU 8100-LER-FILA-EXIT.
       8200-LISTAR-PENDENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE FILA-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE DECISAO-FILE.

      *>   O MESTRE DE CLIENTES FOI REESCRITO: O SELO DE INTEGRIDADE
      *>   E REFEITO PARA O PROXIMO LEITOR CONFERIR
           MOVE "G" TO WRK-SELO-FUNCAO.
           MOVE "CLIMAST" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.

           DISPLAY "===== DECISAO DA TRIAGEM DE SANCOES =====".
           DISPLAY "DECISOES LIDAS.......: " WRK-QTDE-LIDOS.
           DISPLAY "CONFIRMADAS..........: " WRK-QTDE-CONFIRMADAS.
           DISPLAY "FALSOS POSITIVOS.....: " WRK-QTDE-FALSOS.
           DISPLAY "CLIENTES BLOQUEADOS..: " WRK-QTDE-BLOQUEADOS.
           DISPLAY "REJEITADAS...........: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
           DISPLAY "AINDA PENDENTES......: " WRK-QTDE-PENDENTES.
       9000-FINALIZAR-EXIT.
           EXIT.
