      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RECLAMA-RESTITUI.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : SEGUNDO VISTO DAS RESTITUICOES DE RECLAMACOES  <*
      *>                PROCEDENTES (RECLAMA-REGISTRA.COB). O ARQUIVO <*
      *>                RECLDEC TRAZ PROTOCOLO, ACAO (A APROVA, N     <*
      *>                NEGA) E OPERADOR. SO RESTITUICAO PENDENTE E   <*
      *>                DECIDIDA; QUEM SOLUCIONOU A RECLAMACAO NAO    <*
      *>                PODE APROVAR A PROPRIA RESTITUICAO, E O       <*
      *>                APROVADOR PRECISA DA PERMISSAO                <*
      *>                RECLAMA-RESTITUI (AUTORIZA-CHECK). APROVADA,  <*
      *>                O CREDITO VAI PARA ACUMTRANS COM O CODIGO     <*
      *>                RCLR E CANAL SAC, E ENTRA NO SALDO PELO       <*
      *>                CAMINHO NORMAL DO MOVIMENTO. TODA DECISAO VAI <*
      *>                AO AUDIT-LOG. RODA NA CADEIA NOTURNA ANTES DA <*
      *>                EDICAO DO MOVIMENTO                           <*
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
           SELECT DECISAO-FILE        ASSIGN TO "RECLDEC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEC.

           SELECT RECLAMA-FILE        ASSIGN TO "RECLAMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RECL_PROTOCOLO
               FILE STATUS        IS WRK-STATUS-RECL.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  DECISAO-FILE.
       01  DECISAO-REG.
           02 DEC-PROTOCOLO       PIC X(10).
           02 DEC-PROTOCOLO-N     REDEFINES DEC-PROTOCOLO
                                  PIC 9(10).
           02 DEC-ACAO            PIC X(01).
           02 DEC-OPERADOR        PIC X(08).

       FD  RECLAMA-FILE.
           COPY RECLAMA-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-DEC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RECL        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.

       77  WRK-FIM-DEC            PIC X(01) VALUE "N".
           88 FIM-DEC                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-DECISOES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LANCADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NEGADAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-MESMO-OPER    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-IGNORADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-LANCADO      PIC 9(13)V99 VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "RESTITUICAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "RECLAMA-RESTITUI".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-DECISAO
               THRU 2000-PROCESSAR-DECISAO-EXIT
               UNTIL FIM-DEC.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM RECLDEC NAO HA O QUE DECIDIR: O STEP TERMINA LIMPO      *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               SET FIM-DEC TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN I-O RECLAMA-FILE.
           IF WRK-STATUS-RECL NOT = "00"
               DISPLAY "RECLAMA-RESTITUI: RECLAMST INDISPONIVEL, "
                   "STATUS " WRK-STATUS-RECL
                   " - NENHUMA RESTITUICAO DECIDIDA"
               MOVE 8 TO RETURN-CODE
               SET FIM-DEC TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.
           IF WRK-STATUS-TRANS NOT = "00"
               DISPLAY "RECLAMA-RESTITUI: ACUMTRANS INDISPONIVEL, "
                   "STATUS " WRK-STATUS-TRANS
                   " - NENHUMA RESTITUICAO DECIDIDA"
               MOVE 8 TO RETURN-CODE
               SET FIM-DEC TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-DECISAO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-DECISOES.
           PERFORM 3000-APLICAR-DECISAO THRU 3000-APLICAR-DECISAO-EXIT.
           PERFORM 2100-LER-DECISAO THRU 2100-LER-DECISAO-EXIT.
       2000-PROCESSAR-DECISAO-EXIT.
           EXIT.

       2100-LER-DECISAO.
           READ DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               SET FIM-DEC TO TRUE
           END-IF.
       2100-LER-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO RESTITUICAO PENDENTE E DECIDIDA; O VISTO DE QUEM         *
      *>   SOLUCIONOU A RECLAMACAO NAO VALE                            *
      *----------------------------------------------------------------*
       3000-APLICAR-DECISAO.
      *----------------------------------------------------------------*
           IF DEC-PROTOCOLO IS NOT NUMERIC
               OR (DEC-ACAO NOT = "A" AND DEC-ACAO NOT = "N")
               OR DEC-OPERADOR = SPACES
               ADD 1 TO WRK-QTDE-IGNORADAS
               DISPLAY "DECISAO DE RESTITUICAO INVALIDA IGNORADA: "
                   DEC-PROTOCOLO " ACAO " DEC-ACAO
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           MOVE DEC-PROTOCOLO-N TO RECL_PROTOCOLO.
           READ RECLAMA-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-IGNORADAS
                   DISPLAY "RECLAMACAO NAO ENCONTRADA: " DEC-PROTOCOLO
                   GO TO 3000-APLICAR-DECISAO-EXIT
           END-READ.

           IF NOT RECL-RESTIT-PENDENTE
               ADD 1 TO WRK-QTDE-IGNORADAS
               DISPLAY "RECLAMACAO " DEC-PROTOCOLO
                   " SEM RESTITUICAO PENDENTE, SITUACAO "
                   RECL_SIT_RESTITUICAO
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           IF DEC-OPERADOR = RECL_OPER_SOLUCAO
               ADD 1 TO WRK-QTDE-MESMO-OPER
               DISPLAY "VISTO DE QUEM SOLUCIONOU RECUSADO, PROTOCOLO "
                   DEC-PROTOCOLO " OPERADOR " DEC-OPERADOR
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           CALL "AUTORIZA-CHECK" USING DEC-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               DISPLAY "OPERADOR SEM PERMISSAO PARA APROVAR "
                   "RESTITUICAO: " DEC-OPERADOR
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           MOVE RECL_PROTOCOLO TO WRK-AUDIT-CHAVE.
           MOVE "PENDENTE"     TO WRK-AUDIT-VALOR-ANTIGO.

           IF DEC-ACAO = "A"
               PERFORM 4000-LANCAR-RESTITUICAO
                   THRU 4000-LANCAR-RESTITUICAO-EXIT
               SET RECL-RESTIT-LANCADA TO TRUE
               MOVE SPACES TO WRK-AUDIT-VALOR-NOVO
               STRING "LANCADA " RECL_VALOR_RESTITUICAO
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO
           ELSE
               ADD 1 TO WRK-QTDE-NEGADAS
               SET RECL-RESTIT-NEGADA TO TRUE
               MOVE "NEGADA" TO WRK-AUDIT-VALOR-NOVO
           END-IF.

           MOVE WRK-DATA-HOJE TO RECL_DATA_RESTITUICAO.
           MOVE DEC-OPERADOR  TO RECL_OPER_APROVACAO.
           REWRITE RECLAMA-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR RECLAMACAO "
                       DEC-PROTOCOLO " STATUS " WRK-STATUS-RECL
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

           CALL "AUDIT-LOG" USING DEC-OPERADOR
               WRK-AUDIT-CAMPO WRK-AUDIT-VALOR-ANTIGO
               WRK-AUDIT-VALOR-NOVO WRK-AUDIT-CHAVE.
       3000-APLICAR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CREDITO DA RESTITUICAO NA CONTA DA RECLAMACAO (RCLR)        *
      *----------------------------------------------------------------*
       4000-LANCAR-RESTITUICAO.
      *----------------------------------------------------------------*
           MOVE RECL_CONTA             TO TRANS_CONTA.
           MOVE "C"                    TO TRANS_TIPO.
           MOVE RECL_VALOR_RESTITUICAO TO TRANS_VALOR.
           MOVE "RCLR"                 TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.
           ADD 1 TO WRK-QTDE-LANCADAS.
           ADD RECL_VALOR_RESTITUICAO TO WRK-VALOR-LANCADO.
       4000-LANCAR-RESTITUICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO                      *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE "BRL"                TO TRANS_MOEDA.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "SAC"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE DEC-OPERADOR         TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE DECISAO-FILE.
           CLOSE RECLAMA-FILE.
           CLOSE TRANSACAO-FILE.

           DISPLAY "===== RESTITUICOES DE RECLAMACOES =====".
           DISPLAY "DECISOES LIDAS.......: " WRK-QTDE-DECISOES.
           DISPLAY "RESTITUICOES LANCADAS: " WRK-QTDE-LANCADAS.
           DISPLAY "RESTITUICOES NEGADAS.: " WRK-QTDE-NEGADAS.
           DISPLAY "VISTO DE QUEM SOLUC..: " WRK-QTDE-MESMO-OPER.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
           DISPLAY "IGNORADAS............: " WRK-QTDE-IGNORADAS.
           DISPLAY "VALOR RESTITUIDO.....: " WRK-VALOR-LANCADO.
       9000-FINALIZAR-EXIT.
           EXIT.
