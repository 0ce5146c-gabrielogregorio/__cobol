      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GL-MANUAL-ENTRA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : DIGITACAO DE NOTAS DE LANCAMENTO MANUAL NO     <*
      *>                RAZAO (RECLASSIFICACOES, ESTORNOS DE          <*
      *>                PROVISAO E AFINS), PRIMEIRO PASSO DO DUPLO    <*
      *>                CONTROLE: ANTES A CONTABILIDADE INVENTAVA UM  <*
      *>                MOVIMENTO EM ACUMTRANS. O ARQUIVO GLMANENT    <*
      *>                TRAZ CADA NOTA COMO UMA LINHA "C" (OPERADOR E <*
      *>                HISTORICO) SEGUIDA DAS SUAS LINHAS "P"        <*
      *>                (CONTA DE RAZAO, D/C, VALOR, HISTORICO). A    <*
      *>                NOTA SO E ACEITA SE O OPERADOR TEM PERMISSAO  <*
      *>                (AUTORIZA-CHECK), SE TEM AO MENOS DUAS        <*
      *>                PARTIDAS, SE TODA CONTA EXISTE EM PLANOCTA E  <*
      *>                SE OS DEBITOS FECHAM COM OS CREDITOS. A NOTA  <*
      *>                ACEITA RECEBE O PROXIMO NUMERO DE GLMANPROT E <*
      *>                E GRAVADA PENDENTE EM GLMANMST - NADA VAI     <*
      *>                PARA GLJORNAL ANTES DO VISTO DE UM SEGUNDO    <*
      *>                OPERADOR (GL-MANUAL-APROVA.COB). A NOTA       <*
      *>                RECUSADA NAO CONSOME NUMERO E SAI COM O       <*
      *>                MOTIVO NO RELATORIO GLMANREL; HAVENDO RECUSA, <*
      *>                RETURN-CODE 4                                 <*
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
           SELECT ENTRADA-FILE        ASSIGN TO "GLMANENT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ENT.

           SELECT PLANO-FILE          ASSIGN TO "PLANOCTA"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS PCTA_CONTA
               FILE STATUS        IS WRK-STATUS-PCTA.

           SELECT MANUAL-FILE         ASSIGN TO "GLMANMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS GLM-CHAVE
               FILE STATUS        IS WRK-STATUS-GLM.

           SELECT PROTOCOLO-FILE      ASSIGN TO "GLMANPROT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PROT.

           SELECT RELATORIO-FILE      ASSIGN TO "GLMANREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  ENTRADA-FILE.
       01  ENTRADA-REG.
           02 ENT-TIPO            PIC X(01).
               88 ENT-CABECALHO       VALUE "C".
               88 ENT-PARTIDA         VALUE "P".
           02 ENT-DADOS           PIC X(79).
       01  ENTRADA-CABECALHO REDEFINES ENTRADA-REG.
           02 FILLER              PIC X(01).
           02 ENT-OPERADOR        PIC X(08).
           02 ENT-HISTORICO       PIC X(30).
           02 FILLER              PIC X(41).
       01  ENTRADA-PARTIDA REDEFINES ENTRADA-REG.
           02 FILLER              PIC X(01).
           02 ENT-CONTA-GL        PIC X(08).
           02 ENT-CONTA-GL-N      REDEFINES ENT-CONTA-GL
                                  PIC 9(08).
           02 ENT-DC              PIC X(01).
           02 ENT-VALOR           PIC X(11).
           02 ENT-VALOR-N         REDEFINES ENT-VALOR
                                  PIC 9(09)V99.
           02 ENT-HIST-LINHA      PIC X(30).
           02 FILLER              PIC X(29).

       FD  PLANO-FILE.
           COPY PLANOCTA-REG.

       FD  MANUAL-FILE.
           COPY GLMANUAL-REG.

       FD  PROTOCOLO-FILE.
       01  PROTOCOLO-REG.
           02 PROT-ULTIMO         PIC 9(07).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-ENT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PCTA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GLM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PROT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ENTRADA        PIC X(01) VALUE "N".
           88 FIM-ENTRADA             VALUE "S".
       77  WRK-NOTA-ABERTA        PIC X(01) VALUE "N".
           88 NOTA-ABERTA             VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(07) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.

       77  WRK-QTDE-ACEITAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AVULSAS       PIC 9(07) VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "GL-MANUAL-ENTRA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   NOTA EM MONTAGEM: CABECALHO E PARTIDAS ATE A PROXIMA "C"    *
      *----------------------------------------------------------------*
       77  WRK-NT-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-NT-HISTORICO       PIC X(30) VALUE SPACES.
       77  WRK-NT-DEBITOS         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NT-CREDITOS        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NT-INVALIDA        PIC X(01) VALUE "N".
           88 NOTA-INVALIDA           VALUE "S".
       77  WRK-MAX-PARTIDAS       PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-PARTIDAS.
           02 WRK-PT-ITEM  OCCURS 99 TIMES
                            INDEXED BY WRK-PT-IDX.
               03 WRK-PT-CONTA-GL      PIC 9(08).
               03 WRK-PT-DC            PIC X(01).
               03 WRK-PT-VALOR         PIC 9(09)V99.
               03 WRK-PT-HISTORICO     PIC X(30).

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-ACEITA.
           02 FILLER               PIC X(06) VALUE "NOTA  ".
           02 WRK-LA-NUMERO        PIC 9(07).
           02 FILLER               PIC X(10) VALUE " OPERADOR ".
           02 WRK-LA-OPERADOR      PIC X(08).
           02 FILLER               PIC X(10) VALUE " PARTIDAS ".
           02 WRK-LA-QTDE          PIC ZZ9.
           02 FILLER               PIC X(07) VALUE " TOTAL ".
           02 WRK-LA-TOTAL         PIC Z(10)9.99.
           02 FILLER               PIC X(11) VALUE " PENDENTE".

       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(18)
               VALUE "RECUSADA OPERADOR ".
           02 WRK-LR-OPERADOR      PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LR-HISTORICO     PIC X(30).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LR-MOTIVO        PIC X(40).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-ENTRADA       THRU 2000-LER-ENTRADA-EXIT
               UNTIL FIM-ENTRADA.
           IF NOTA-ABERTA
               PERFORM 3000-FECHAR-NOTA   THRU 3000-FECHAR-NOTA-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ENTRADA-FILE.
           IF WRK-STATUS-ENT NOT = "00"
               SET FIM-ENTRADA TO TRUE
           END-IF.

           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PCTA NOT = "00"
               DISPLAY "GL-MANUAL-ENTRA: PLANOCTA INDISPONIVEL, STATUS "
                   WRK-STATUS-PCTA " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O MANUAL-FILE.
           IF WRK-STATUS-GLM = "35"
               OPEN OUTPUT MANUAL-FILE
               CLOSE MANUAL-FILE
               OPEN I-O MANUAL-FILE
           END-IF.
           IF WRK-STATUS-GLM NOT = "00"
               DISPLAY "GL-MANUAL-ENTRA: GLMANMST INDISPONIVEL, STATUS "
                   WRK-STATUS-GLM " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PROTOCOLO-FILE.
           IF WRK-STATUS-PROT = "00"
               READ PROTOCOLO-FILE
               IF WRK-STATUS-PROT = "00"
                   AND PROT-ULTIMO IS NUMERIC
                   MOVE PROT-ULTIMO TO WRK-ULTIMO-NUMERO
               END-IF
           END-IF.
           CLOSE PROTOCOLO-FILE.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "NOTAS DE LANCAMENTO MANUAL DIGITADAS" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   "C" FECHA A NOTA ANTERIOR E ABRE OUTRA; "P" SEM NOTA ABERTA *
      *>   NAO TEM DONO E E DESCARTADA                                 *
      *----------------------------------------------------------------*
       2000-LER-ENTRADA.
      *----------------------------------------------------------------*
           READ ENTRADA-FILE.
           IF WRK-STATUS-ENT NOT = "00"
               SET FIM-ENTRADA TO TRUE
               GO TO 2000-LER-ENTRADA-EXIT
           END-IF.

           IF ENT-CABECALHO
               IF NOTA-ABERTA
                   PERFORM 3000-FECHAR-NOTA THRU 3000-FECHAR-NOTA-EXIT
               END-IF
               SET NOTA-ABERTA TO TRUE
               MOVE "N"           TO WRK-NT-INVALIDA
               MOVE SPACES        TO WRK-MOTIVO
               MOVE ENT-OPERADOR  TO WRK-NT-OPERADOR
               MOVE ENT-HISTORICO TO WRK-NT-HISTORICO
               MOVE ZEROS         TO WRK-NT-DEBITOS
               MOVE ZEROS         TO WRK-NT-CREDITOS
               MOVE ZEROS         TO WRK-MAX-PARTIDAS
               GO TO 2000-LER-ENTRADA-EXIT
           END-IF.

           IF NOT ENT-PARTIDA
               OR NOT NOTA-ABERTA
               ADD 1 TO WRK-QTDE-AVULSAS
               GO TO 2000-LER-ENTRADA-EXIT
           END-IF.

           PERFORM 2100-CRITICAR-PARTIDA
               THRU 2100-CRITICAR-PARTIDA-EXIT.
       2000-LER-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-CRITICAR-PARTIDA.
      *----------------------------------------------------------------*
           IF NOTA-INVALIDA
               GO TO 2100-CRITICAR-PARTIDA-EXIT
           END-IF.

           IF WRK-MAX-PARTIDAS = 99
               SET NOTA-INVALIDA TO TRUE
               MOVE "MAIS DE 99 PARTIDAS NA NOTA" TO WRK-MOTIVO
               GO TO 2100-CRITICAR-PARTIDA-EXIT
           END-IF.

           IF ENT-CONTA-GL IS NOT NUMERIC
               SET NOTA-INVALIDA TO TRUE
               MOVE "CONTA DE RAZAO NAO NUMERICA" TO WRK-MOTIVO
               GO TO 2100-CRITICAR-PARTIDA-EXIT
           END-IF.

           MOVE ENT-CONTA-GL-N TO PCTA_CONTA.
           READ PLANO-FILE
               INVALID KEY
                   SET NOTA-INVALIDA TO TRUE
                   STRING "CONTA " ENT-CONTA-GL " FORA DO PLANOCTA"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                   GO TO 2100-CRITICAR-PARTIDA-EXIT
           END-READ.

           IF ENT-DC NOT = "D" AND ENT-DC NOT = "C"
               SET NOTA-INVALIDA TO TRUE
               MOVE "NATUREZA DIFERENTE DE D/C" TO WRK-MOTIVO
               GO TO 2100-CRITICAR-PARTIDA-EXIT
           END-IF.

           IF ENT-VALOR IS NOT NUMERIC
               OR ENT-VALOR-N = ZEROS
               SET NOTA-INVALIDA TO TRUE
               MOVE "VALOR INVALIDO OU ZERADO" TO WRK-MOTIVO
               GO TO 2100-CRITICAR-PARTIDA-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-PARTIDAS.
           SET WRK-PT-IDX TO WRK-MAX-PARTIDAS.
           MOVE ENT-CONTA-GL-N TO WRK-PT-CONTA-GL (WRK-PT-IDX).
           MOVE ENT-DC         TO WRK-PT-DC (WRK-PT-IDX).
           MOVE ENT-VALOR-N    TO WRK-PT-VALOR (WRK-PT-IDX).
           MOVE ENT-HIST-LINHA TO WRK-PT-HISTORICO (WRK-PT-IDX).
           IF ENT-DC = "D"
               ADD ENT-VALOR-N TO WRK-NT-DEBITOS
           ELSE
               ADD ENT-VALOR-N TO WRK-NT-CREDITOS
           END-IF.
       2100-CRITICAR-PARTIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CRITICA DA NOTA INTEIRA; ACEITA, GANHA NUMERO E VAI PARA O  *
      *>   MESTRE COMO PENDENTE                                        *
      *----------------------------------------------------------------*
       3000-FECHAR-NOTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-NOTA-ABERTA.

           IF NOT NOTA-INVALIDA
               AND WRK-NT-OPERADOR = SPACES
               SET NOTA-INVALIDA TO TRUE
               MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
           END-IF.

           IF NOT NOTA-INVALIDA
               CALL "AUTORIZA-CHECK" USING WRK-NT-OPERADOR
                   WRK-AUT-FUNCAO WRK-AUT-RESULTADO
               IF AUT-RECUSADO
                   SET NOTA-INVALIDA TO TRUE
                   MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               END-IF
           END-IF.

           IF NOT NOTA-INVALIDA
               AND WRK-MAX-PARTIDAS < 2
               SET NOTA-INVALIDA TO TRUE
               MOVE "NOTA COM MENOS DE DUAS PARTIDAS" TO WRK-MOTIVO
           END-IF.

           IF NOT NOTA-INVALIDA
               AND WRK-NT-DEBITOS NOT = WRK-NT-CREDITOS
               SET NOTA-INVALIDA TO TRUE
               MOVE "DEBITOS NAO FECHAM COM CREDITOS" TO WRK-MOTIVO
           END-IF.

           IF NOTA-INVALIDA
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE WRK-NT-OPERADOR  TO WRK-LR-OPERADOR
               MOVE WRK-NT-HISTORICO TO WRK-LR-HISTORICO
               MOVE WRK-MOTIVO       TO WRK-LR-MOTIVO
               MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               GO TO 3000-FECHAR-NOTA-EXIT
           END-IF.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO GLM_NUMERO.
           MOVE ZEROS             TO GLM_LINHA.
           MOVE SPACES            TO GLM_DADOS.
           SET GLM-PENDENTE       TO TRUE.
           MOVE WRK-DATA-HOJE     TO GLM_DATA_ENTRADA.
           MOVE WRK-NT-OPERADOR   TO GLM_OPER_ENTRADA.
           MOVE ZEROS             TO GLM_DATA_DECISAO.
           MOVE SPACES            TO GLM_OPER_APROV.
           MOVE WRK-MAX-PARTIDAS  TO GLM_QTDE_LINHAS.
           MOVE WRK-NT-DEBITOS    TO GLM_TOTAL.
           MOVE WRK-NT-HISTORICO  TO GLM_HISTORICO.
           WRITE GLMANUAL-REG
               INVALID KEY
                   DISPLAY "GL-MANUAL-ENTRA: NOTA " GLM_NUMERO
                       " JA EXISTE EM GLMANMST - CONFERIR GLMANPROT"
                   MOVE 8 TO RETURN-CODE
                   SET FIM-ENTRADA TO TRUE
                   GO TO 3000-FECHAR-NOTA-EXIT
           END-WRITE.

           PERFORM 3100-GRAVAR-PARTIDA THRU 3100-GRAVAR-PARTIDA-EXIT
               VARYING WRK-PT-IDX FROM 1 BY 1
               UNTIL WRK-PT-IDX > WRK-MAX-PARTIDAS.

           OPEN OUTPUT PROTOCOLO-FILE.
           MOVE WRK-ULTIMO-NUMERO TO PROT-ULTIMO.
           WRITE PROTOCOLO-REG.
           CLOSE PROTOCOLO-FILE.

           ADD 1 TO WRK-QTDE-ACEITAS.
           MOVE WRK-ULTIMO-NUMERO TO WRK-LA-NUMERO.
           MOVE WRK-NT-OPERADOR   TO WRK-LA-OPERADOR.
           MOVE WRK-MAX-PARTIDAS  TO WRK-LA-QTDE.
           MOVE WRK-NT-DEBITOS    TO WRK-LA-TOTAL.
           MOVE WRK-LINHA-ACEITA  TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "GLMANMST"        TO WRK-AUDIT-CAMPO.
           MOVE WRK-ULTIMO-NUMERO TO WRK-AUDIT-CHAVE.
           MOVE SPACES            TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "NOTA DIGITADA PENDENTE" TO WRK-AUDIT-VALOR-NOVO.
           CALL "AUDIT-LOG" USING WRK-NT-OPERADOR
               WRK-AUDIT-CAMPO WRK-AUDIT-VALOR-ANTIGO
               WRK-AUDIT-VALOR-NOVO WRK-AUDIT-CHAVE.
       3000-FECHAR-NOTA-EXIT.
           EXIT.

       3100-GRAVAR-PARTIDA.
           MOVE WRK-ULTIMO-NUMERO TO GLM_NUMERO.
           SET GLM_LINHA          TO WRK-PT-IDX.
           MOVE SPACES            TO GLM_DADOS.
           MOVE WRK-PT-CONTA-GL (WRK-PT-IDX)  TO GLM_CONTA_GL.
           MOVE WRK-PT-DC (WRK-PT-IDX)        TO GLM_DC.
           MOVE WRK-PT-VALOR (WRK-PT-IDX)     TO GLM_VALOR.
           MOVE WRK-PT-HISTORICO (WRK-PT-IDX) TO GLM_HIST_LINHA.
           WRITE GLMANUAL-REG.
       3100-GRAVAR-PARTIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE ENTRADA-FILE.
           CLOSE PLANO-FILE.
           CLOSE MANUAL-FILE.
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND (WRK-QTDE-RECUSADAS > ZEROS
                    OR WRK-QTDE-AVULSAS > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== LANCAMENTOS MANUAIS - DIGITACAO =====".
           DISPLAY "NOTAS ACEITAS........: " WRK-QTDE-ACEITAS.
           DISPLAY "NOTAS RECUSADAS......: " WRK-QTDE-RECUSADAS.
           DISPLAY "LINHAS SEM NOTA......: " WRK-QTDE-AVULSAS.
           DISPLAY "ULTIMO NUMERO........: " WRK-ULTIMO-NUMERO.
       9000-FINALIZAR-EXIT.
           EXIT.
