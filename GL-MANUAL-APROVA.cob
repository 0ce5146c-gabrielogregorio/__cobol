      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GL-MANUAL-APROVA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : SEGUNDO PASSO DO DUPLO CONTROLE DAS NOTAS DE   <*
      *>                LANCAMENTO MANUAL DO RAZAO. LE AS DECISOES    <*
      *>                DO ARQUIVO GLMANDEC (NUMERO DA NOTA, ACAO     <*
      *>                A/N, OPERADOR) E APLICA SOBRE AS NOTAS        <*
      *>                PENDENTES DE GLMANMST. O VISTO DE QUEM        <*
      *>                DIGITOU A NOTA NAO VALE (MESMA REGRA DE       <*
      *>                CLIENTE-EXCL-APROVA.COB) E O APROVADOR PRECISA<*
      *>                DE PERMISSAO EM AUTORIZA-CHECK. A NOTA        <*
      *>                APROVADA TEM AS CONTAS CONFERIDAS DE NOVO NO  <*
      *>                PLANOCTA E SO ENTAO AS PARTIDAS SAO ANEXADAS  <*
      *>                AO GLJORNAL DO DIA COM CODIGO "MANL" E CONTA  <*
      *>                DE ORIGEM ZERO; A NOTA PASSA A LANCADA, COM   <*
      *>                APROVADOR E DATA. A NEGADA FICA REGISTRADA    <*
      *>                COMO NEGADA. TODA DECISAO VAI AO AUDIT-LOG.   <*
      *>                RODA NA CADEIA NOTURNA DEPOIS DE              <*
      *>                DIARIO-CONCILIA (QUE CONFERE O DIARIO CONTRA  <*
      *>                O MOVIMENTO) E ANTES DE GL-SALDO-ROLA, PARA   <*
      *>                QUE O AJUSTE ENTRE NO SALDO DO DIA            <*
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
           SELECT DECISAO-FILE        ASSIGN TO "GLMANDEC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEC.

           SELECT MANUAL-FILE         ASSIGN TO "GLMANMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS GLM-CHAVE
               FILE STATUS        IS WRK-STATUS-GLM.

           SELECT PLANO-FILE          ASSIGN TO "PLANOCTA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS PCTA_CONTA
               FILE STATUS        IS WRK-STATUS-PCTA.

           SELECT JORNAL-FILE         ASSIGN TO "GLJORNAL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  DECISAO-FILE.
       01  DECISAO-REG.
           02 DEC-NUMERO          PIC X(07).
           02 DEC-NUMERO-N        REDEFINES DEC-NUMERO
                                  PIC 9(07).
           02 DEC-ACAO            PIC X(01).
           02 DEC-OPERADOR        PIC X(08).

       FD  MANUAL-FILE.
           COPY GLMANUAL-REG.

       FD  PLANO-FILE.
           COPY PLANOCTA-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-DEC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GLM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PCTA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.

       77  WRK-FIM-DEC            PIC X(01) VALUE "N".
           88 FIM-DEC                 VALUE "S".
       77  WRK-CONTA-FALTA        PIC X(01) VALUE "N".
           88 CONTA-FALTA             VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO             PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LINHAS        PIC 9(03) VALUE ZEROS.
       77  WRK-LINHA              PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-DECISOES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LANCADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NEGADAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-MESMO-OPER    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-IGNORADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PARTIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-LANCADO      PIC 9(13)V99 VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "GL-MANUAL-APROVA".
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
      *>   SEM GLMANDEC NAO HA O QUE DECIDIR: O STEP TERMINA LIMPO     *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               SET FIM-DEC TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN I-O MANUAL-FILE.
           IF WRK-STATUS-GLM NOT = "00"
               DISPLAY "GL-MANUAL-APROVA: GLMANMST INDISPONIVEL, "
                   "STATUS " WRK-STATUS-GLM " - NENHUMA NOTA DECIDIDA"
               MOVE 8 TO RETURN-CODE
               SET FIM-DEC TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PCTA NOT = "00"
               DISPLAY "GL-MANUAL-APROVA: PLANOCTA INDISPONIVEL, "
                   "STATUS " WRK-STATUS-PCTA " - NENHUMA NOTA DECIDIDA"
               MOVE 8 TO RETURN-CODE
               SET FIM-DEC TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-STATUS-JORNAL NOT = "00"
               DISPLAY "GL-MANUAL-APROVA: GLJORNAL INDISPONIVEL, "
                   "STATUS " WRK-STATUS-JORNAL
                   " - NENHUMA NOTA DECIDIDA"
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
      *>   SO NOTA PENDENTE E DECIDIDA; DECISAO REPETIDA OU SOBRE NOTA *
      *>   JA LANCADA/NEGADA E IGNORADA. O VISTO DE QUEM DIGITOU NAO   *
      *>   VALE: A NOTA SEGUE PENDENTE ATE UM SEGUNDO OPERADOR DECIDIR *
      *----------------------------------------------------------------*
       3000-APLICAR-DECISAO.
      *----------------------------------------------------------------*
           IF DEC-NUMERO IS NOT NUMERIC
               OR (DEC-ACAO NOT = "A" AND DEC-ACAO NOT = "N")
               OR DEC-OPERADOR = SPACES
               ADD 1 TO WRK-QTDE-IGNORADAS
               DISPLAY "DECISAO DE NOTA MANUAL INVALIDA IGNORADA: "
                   DEC-NUMERO " ACAO " DEC-ACAO
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           MOVE DEC-NUMERO-N TO WRK-NUMERO.
           MOVE WRK-NUMERO   TO GLM_NUMERO.
           MOVE ZEROS        TO GLM_LINHA.
           READ MANUAL-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-IGNORADAS
                   DISPLAY "NOTA MANUAL NAO ENCONTRADA: " WRK-NUMERO
                   GO TO 3000-APLICAR-DECISAO-EXIT
           END-READ.

           IF NOT GLM-PENDENTE
               ADD 1 TO WRK-QTDE-IGNORADAS
               DISPLAY "NOTA MANUAL " WRK-NUMERO
                   " JA DECIDIDA, SITUACAO " GLM_SITUACAO
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           IF DEC-OPERADOR = GLM_OPER_ENTRADA
               ADD 1 TO WRK-QTDE-MESMO-OPER
               DISPLAY "VISTO DE QUEM DIGITOU RECUSADO, NOTA "
                   WRK-NUMERO " OPERADOR " DEC-OPERADOR
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           CALL "AUTORIZA-CHECK" USING DEC-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               DISPLAY "OPERADOR SEM PERMISSAO PARA APROVAR "
                   "NOTA MANUAL: " DEC-OPERADOR
               GO TO 3000-APLICAR-DECISAO-EXIT
           END-IF.

           MOVE WRK-NUMERO  TO WRK-AUDIT-CHAVE.
           MOVE "GLMANMST"  TO WRK-AUDIT-CAMPO.
           MOVE "PENDENTE"  TO WRK-AUDIT-VALOR-ANTIGO.

           IF DEC-ACAO = "A"
               PERFORM 4000-LANCAR-NOTA THRU 4000-LANCAR-NOTA-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-NEGADAS
               MOVE "NEGADA" TO WRK-AUDIT-VALOR-NOVO
               PERFORM 5000-ATUALIZAR-CABECALHO
                   THRU 5000-ATUALIZAR-CABECALHO-EXIT
           END-IF.
       3000-APLICAR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O PLANO PODE TER MUDADO DESDE A DIGITACAO: CONTA QUE SUMIU  *
      *>   DEIXA A NOTA PENDENTE E NADA VAI PARA O DIARIO              *
      *----------------------------------------------------------------*
       4000-LANCAR-NOTA.
      *----------------------------------------------------------------*
           MOVE GLM_QTDE_LINHAS TO WRK-QTDE-LINHAS.
           MOVE "N" TO WRK-CONTA-FALTA.
           PERFORM 4100-CONFERIR-PARTIDA THRU 4100-CONFERIR-PARTIDA-EXIT
               VARYING WRK-LINHA FROM 1 BY 1
               UNTIL WRK-LINHA > WRK-QTDE-LINHAS
                  OR CONTA-FALTA.
           IF CONTA-FALTA
               ADD 1 TO WRK-QTDE-IGNORADAS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 4000-LANCAR-NOTA-EXIT
           END-IF.

           PERFORM 4200-ANEXAR-PARTIDA THRU 4200-ANEXAR-PARTIDA-EXIT
               VARYING WRK-LINHA FROM 1 BY 1
               UNTIL WRK-LINHA > WRK-QTDE-LINHAS.

           ADD 1 TO WRK-QTDE-LANCADAS.
           MOVE "LANCADA" TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 5000-ATUALIZAR-CABECALHO
               THRU 5000-ATUALIZAR-CABECALHO-EXIT.
       4000-LANCAR-NOTA-EXIT.
           EXIT.

       4100-CONFERIR-PARTIDA.
           MOVE WRK-NUMERO TO GLM_NUMERO.
           MOVE WRK-LINHA  TO GLM_LINHA.
           READ MANUAL-FILE
               INVALID KEY
                   SET CONTA-FALTA TO TRUE
                   DISPLAY "NOTA MANUAL " WRK-NUMERO
                       " SEM A PARTIDA " WRK-LINHA
                   GO TO 4100-CONFERIR-PARTIDA-EXIT
           END-READ.

           MOVE GLM_CONTA_GL TO PCTA_CONTA.
           READ PLANO-FILE
               INVALID KEY
                   SET CONTA-FALTA TO TRUE
                   DISPLAY "NOTA MANUAL " WRK-NUMERO " CONTA "
                       GLM_CONTA_GL " FORA DO PLANOCTA - NAO LANCADA"
           END-READ.
       4100-CONFERIR-PARTIDA-EXIT.
           EXIT.

       4200-ANEXAR-PARTIDA.
           MOVE WRK-NUMERO TO GLM_NUMERO.
           MOVE WRK-LINHA  TO GLM_LINHA.
           READ MANUAL-FILE
               INVALID KEY
                   GO TO 4200-ANEXAR-PARTIDA-EXIT
           END-READ.

           MOVE WRK-DATA-HOJE TO GLJ_DATA.
           MOVE GLM_CONTA_GL  TO GLJ_CONTA_GL.
           MOVE GLM_DC        TO GLJ_DC.
           MOVE GLM_VALOR     TO GLJ_VALOR.
           MOVE "MANL"        TO GLJ_CODIGO.
           MOVE ZEROS         TO GLJ_CONTA_ORIGEM.
           WRITE JORNAL-REG.
           ADD 1 TO WRK-QTDE-PARTIDAS.
           IF GLM_DC = "D"
               ADD GLM_VALOR TO WRK-VALOR-LANCADO
           END-IF.
       4200-ANEXAR-PARTIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-ATUALIZAR-CABECALHO.
      *----------------------------------------------------------------*
           MOVE WRK-NUMERO TO GLM_NUMERO.
           MOVE ZEROS      TO GLM_LINHA.
           READ MANUAL-FILE
               INVALID KEY
                   GO TO 5000-ATUALIZAR-CABECALHO-EXIT
           END-READ.

           IF DEC-ACAO = "A"
               SET GLM-LANCADO TO TRUE
           ELSE
               SET GLM-NEGADO TO TRUE
           END-IF.
           MOVE WRK-DATA-HOJE TO GLM_DATA_DECISAO.
           MOVE DEC-OPERADOR  TO GLM_OPER_APROV.
           REWRITE GLMANUAL-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR NOTA MANUAL " WRK-NUMERO
                       " STATUS " WRK-STATUS-GLM
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

           CALL "AUDIT-LOG" USING DEC-OPERADOR
               WRK-AUDIT-CAMPO WRK-AUDIT-VALOR-ANTIGO
               WRK-AUDIT-VALOR-NOVO WRK-AUDIT-CHAVE.
       5000-ATUALIZAR-CABECALHO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE DECISAO-FILE.
           CLOSE MANUAL-FILE.
           CLOSE PLANO-FILE.
           CLOSE JORNAL-FILE.

           DISPLAY "===== LANCAMENTOS MANUAIS - APROVACAO =====".
           DISPLAY "DECISOES LIDAS.......: " WRK-QTDE-DECISOES.
           DISPLAY "NOTAS LANCADAS.......: " WRK-QTDE-LANCADAS.
           DISPLAY "NOTAS NEGADAS........: " WRK-QTDE-NEGADAS.
           DISPLAY "VISTO DE QUEM DIGITOU: " WRK-QTDE-MESMO-OPER.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
           DISPLAY "IGNORADAS............: " WRK-QTDE-IGNORADAS.
           DISPLAY "PARTIDAS NO DIARIO...: " WRK-QTDE-PARTIDAS.
           DISPLAY "VALOR LANCADO........: " WRK-VALOR-LANCADO.
       9000-FINALIZAR-EXIT.
           EXIT.
