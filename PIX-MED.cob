      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PIX-MED.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MECANISMO ESPECIAL DE DEVOLUCAO (MED) DO PIX   <*
      *>                PARA OS CREDITOS PIXC QUE PIX-ENTRADA.COB     <*
      *>                LANCOU NAS CONTAS DOS NOSSOS CLIENTES E QUE A <*
      *>                INSTITUICAO PAGADORA RECLAMA COMO FRAUDE.     <*
      *>                DOIS PASSOS POR RODADA:                       <*
      *>                1) DECISOES DA ANALISE (MEDDEC): D DEVOLVE,   <*
      *>                   COM DEBITO PIXD NA CONTA RECEBEDORA E O    <*
      *>                   BLOQUEIO CAUTELAR FECHADO COMO             <*
      *>                   TRANSFERIDO; R RECUSA, COM O BLOQUEIO      <*
      *>                   LIBERADO. O ANALISTA PRECISA DA PERMISSAO  <*
      *>                   PIX-MED (AUTORIZA-CHECK) E CADA DECISAO E  <*
      *>                   AUDITADA EM AUDITLOG;                      <*
      *>                2) NOTIFICACOES NOVAS DO BANCO CENTRAL        <*
      *>                   (MEDIN): A CHAVE E RESOLVIDA EM PIXKEYS E  <*
      *>                   A CONTA RECEBEDORA GANHA UM BLOQUEIO       <*
      *>                   CAUTELAR DO VALOR RECLAMADO EM BLOQJUD,    <*
      *>                   QUE SALDO-DISPONIVEL.COB JA DESCONTA. A    <*
      *>                   CONTA QUE ACUMULA MEDREPET RECLAMACOES     <*
      *>                   (PADRAO 2) VAI PARA A FILA DE DILIGENCIA   <*
      *>                   REFORCADA (EDDFILA).                       <*
      *>                DEVOLUCOES E RECUSAS VOLTAM AO BANCO CENTRAL  <*
      *>                NO ARQUIVO MEDRET. O RELATORIO MEDREL LISTA   <*
      *>                AS OCORRENCIAS E AS NOTIFICACOES AINDA EM     <*
      *>                ANALISE, MARCANDO AS QUE PASSARAM DO PRAZO    <*
      *>                REGULATORIO (MEDPRAZO DIAS CORRIDOS, PADRAO 7)<*
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
           SELECT NOTIFICACAO-FILE    ASSIGN TO "MEDIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NOT.

           SELECT DECISAO-FILE        ASSIGN TO "MEDDEC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEC.

           SELECT MED-FILE            ASSIGN TO "MEDREG"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS MED_ID
               ALTERNATE RECORD KEY IS MED_CONTA
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-MED.

           SELECT CHAVE-FILE          ASSIGN TO "PIXKEYS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS PIXK_CHAVE
               FILE STATUS        IS WRK-STATUS-CHAVE.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT BLOQUEIO-FILE       ASSIGN TO "BLOQJUD"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-BLOQ.

           SELECT TRABALHO-FILE       ASSIGN TO "MEDWRK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRAB.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT EDD-FILE            ASSIGN TO "EDDFILA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EDD.

           SELECT RETORNO-FILE        ASSIGN TO "MEDRET"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RET.

           SELECT RELATORIO-FILE      ASSIGN TO "MEDREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *>   NOTIFICACAO DE INFRACAO RECEBIDA DO BANCO CENTRAL: A        *
      *>   INSTITUICAO PAGADORA, O PIX ORIGINAL (END-TO-END), A CHAVE  *
      *>   QUE RECEBEU E O VALOR RECLAMADO                             *
      *----------------------------------------------------------------*
       FD  NOTIFICACAO-FILE.
       01  NOTIFICACAO-REG.
           02 NOT-ID                  PIC X(20).
           02 NOT-E2E                 PIC X(32).
           02 NOT-ISPB-PAGADOR        PIC 9(08).
           02 NOT-CHAVE               PIC X(36).
           02 NOT-VALOR               PIC 9(09)V99.
           02 NOT-DATA-PIX            PIC 9(08).
           02 NOT-MOTIVO              PIC X(04).

       FD  DECISAO-FILE.
       01  DECISAO-REG.
           02 DEC-ID                  PIC X(20).
           02 DEC-DECISAO             PIC X(01).
               88 DEC-DEVOLVE             VALUE "D".
               88 DEC-RECUSA              VALUE "R".
           02 DEC-OPERADOR            PIC X(08).

       FD  MED-FILE.
           COPY PIX-MED-REG.

       FD  CHAVE-FILE.
           COPY PIX-CHAVE-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(63).

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  EDD-FILE.
           COPY EDD-REG.

       FD  RETORNO-FILE.
       01  RETORNO-LINHA              PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(90).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-NOT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DEC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHAVE       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-BLOQ        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EDD         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RET         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-NOT            PIC X(01) VALUE "N".
           88 FIM-NOT                 VALUE "S".
       77  WRK-FIM-DEC            PIC X(01) VALUE "N".
           88 FIM-DEC                 VALUE "S".
       77  WRK-FIM-MED            PIC X(01) VALUE "N".
           88 FIM-MED                 VALUE "S".
       77  WRK-FIM-BLOQ           PIC X(01) VALUE "N".
           88 FIM-BLOQ                VALUE "S".
       77  WRK-FIM-TRAB           PIC X(01) VALUE "N".
           88 FIM-TRAB                VALUE "S".
       77  WRK-FIM-EDD            PIC X(01) VALUE "N".
           88 FIM-EDD                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-PROXIMO-CONTROLE   PIC 9(07) VALUE ZEROS.
       77  WRK-PROXIMO-EDD        PIC 9(07) VALUE ZEROS.
       77  WRK-SEQ-RETORNO        PIC 9(07) VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "PIX-MED".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO              VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   PRAZO REGULATORIO DA ANALISE E QUANTIDADE DE RECLAMACOES    *
      *>   QUE LEVA A CONTA RECEBEDORA PARA A DILIGENCIA REFORCADA     *
      *----------------------------------------------------------------*
       77  WRK-PRAZO-ANALISE      PIC 9(03) VALUE 7.
       77  WRK-LIMITE-REPETICAO   PIC 9(03) VALUE 2.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-DIAS    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-DIAS3      PIC 9(03).
           02 FILLER              PIC X(17).
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.

       77  WRK-MOTIVO-RET         PIC X(04) VALUE SPACES.
       77  WRK-QTDE-DA-CONTA      PIC 9(05) VALUE ZEROS.
       77  WRK-CONTA-CONTADA      PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-CONTADO        PIC X(11) VALUE SPACES.
       77  WRK-VALOR-CONTADO      PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   BLOQUEIOS A FECHAR NA REGRAVACAO UNICA DE BLOQJUD: O        *
      *>   CONTROLE E A SITUACAO FINAL (T DEVOLVIDO, L LIBERADO)       *
      *----------------------------------------------------------------*
       77  WRK-MAX-FECHAR         PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-FECHAR.
           02 WRK-FC-ITEM  OCCURS 500 TIMES
                            INDEXED BY WRK-FC-IDX.
               03 WRK-FC-CONTROLE     PIC 9(07).
               03 WRK-FC-SITUACAO     PIC X(01).

       77  WRK-QTDE-NOTIFICACOES  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DECISOES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEVOLVIDAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEC-INVALIDAS PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ADIADAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PARA-EDD      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EM-ANALISE    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENCIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-BLOQUEADO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DEVOLVIDO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-EDIT         PIC 9(09).99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   RETORNO AO BANCO CENTRAL: HEADER, UM DETALHE POR            *
      *>   DEVOLUCAO (D) OU RECUSA (R) E TRAILER COM QUANTIDADE E      *
      *>   VALOR DEVOLVIDO                                             *
      *----------------------------------------------------------------*
       01  WRK-RET-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-RH-DATA          PIC 9(08).
           02 WRK-RH-HORA          PIC 9(06).
           02 FILLER               PIC X(20)
               VALUE "MED DEVOLUCAO PIX".
           02 FILLER               PIC X(45) VALUE SPACES.

       01  WRK-RET-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-RD-SEQ           PIC 9(07).
           02 WRK-RD-ID            PIC X(20).
           02 WRK-RD-E2E           PIC X(32).
           02 WRK-RD-RESULTADO     PIC X(01).
           02 WRK-RD-VALOR         PIC 9(09)V99.
           02 WRK-RD-MOTIVO        PIC X(04).
           02 FILLER               PIC X(04) VALUE SPACES.

       01  WRK-RET-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-RT-QTDE          PIC 9(07).
           02 WRK-RT-VALOR         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-OCORRENCIA.
           02 WRK-O-TEXTO         PIC X(24).
           02 WRK-O-ID            PIC X(20).
           02 FILLER              PIC X(03) VALUE " - ".
           02 WRK-O-COMPLEMENTO   PIC X(43).

       01  WRK-LINHA-ANALISE.
           02 WRK-A-ID            PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-A-CONTA         PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-A-VALOR         PIC Z(8)9.99.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-A-ABERTURA      PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 WRK-A-IDADE         PIC ZZ9.
           02 FILLER              PIC X(06) VALUE " DIAS ".
           02 WRK-A-PRAZO         PIC X(14).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-TRATAR-DECISOES
               THRU 2000-TRATAR-DECISOES-EXIT.
           PERFORM 3000-RECEBER-NOTIFICACOES
               THRU 3000-RECEBER-NOTIFICACOES-EXIT.
           PERFORM 4000-RELATAR-ANALISE
               THRU 4000-RELATAR-ANALISE-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.

           MOVE "MEDPRAZO  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-DIAS3 > ZEROS
               MOVE WRK-PARM-DIAS3 TO WRK-PRAZO-ANALISE
           END-IF.

           MOVE "MEDREPET  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-DIAS3 > ZEROS
               MOVE WRK-PARM-DIAS3 TO WRK-LIMITE-REPETICAO
           END-IF.

           PERFORM 1100-OBTER-PROXIMO-CONTROLE
               THRU 1100-OBTER-PROXIMO-CONTROLE-EXIT.
           PERFORM 1200-OBTER-PROXIMO-EDD
               THRU 1200-OBTER-PROXIMO-EDD-EXIT.

           OPEN I-O MED-FILE.
           IF WRK-STATUS-MED = "35"
               CLOSE MED-FILE
               OPEN OUTPUT MED-FILE
               CLOSE MED-FILE
               OPEN I-O MED-FILE
           END-IF.

           OPEN INPUT CHAVE-FILE.
           OPEN INPUT CONTA-FILE.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN EXTEND EDD-FILE.
           IF WRK-STATUS-EDD = "35"
               OPEN OUTPUT EDD-FILE
           END-IF.

           OPEN OUTPUT RETORNO-FILE.
           MOVE WRK-DATA-HOJE        TO WRK-RH-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO WRK-RH-HORA.
           MOVE WRK-RET-HEADER TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "===== MED - DEVOLUCAO ESPECIAL PIX =====" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O BLOQUEIO CAUTELAR USA A MESMA NUMERACAO DE CONTROLE DOS   *
      *>   BLOQUEIOS JUDICIAIS, PARA OS DOIS CONVIVEREM EM BLOQJUD     *
      *----------------------------------------------------------------*
       1100-OBTER-PROXIMO-CONTROLE.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-CONTROLE.
           MOVE "N" TO WRK-FIM-BLOQ.

           OPEN INPUT BLOQUEIO-FILE.
           IF WRK-STATUS-BLOQ NOT = "00"
               CLOSE BLOQUEIO-FILE
               GO TO 1100-OBTER-PROXIMO-CONTROLE-EXIT
           END-IF.

           PERFORM 1150-LER-BLOQUEIO THRU 1150-LER-BLOQUEIO-EXIT
               UNTIL FIM-BLOQ.
           CLOSE BLOQUEIO-FILE.
       1100-OBTER-PROXIMO-CONTROLE-EXIT.
           EXIT.

       1150-LER-BLOQUEIO.
           READ BLOQUEIO-FILE.
           IF WRK-STATUS-BLOQ NOT = "00"
               SET FIM-BLOQ TO TRUE
           ELSE
               IF BLOQ_CONTROLE >= WRK-PROXIMO-CONTROLE
                   COMPUTE WRK-PROXIMO-CONTROLE = BLOQ_CONTROLE + 1
               END-IF
           END-IF.
       1150-LER-BLOQUEIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-OBTER-PROXIMO-EDD.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-EDD.

           OPEN INPUT EDD-FILE.
           IF WRK-STATUS-EDD NOT = "00"
               CLOSE EDD-FILE
               GO TO 1200-OBTER-PROXIMO-EDD-EXIT
           END-IF.

           PERFORM 1250-LER-EDD THRU 1250-LER-EDD-EXIT
               UNTIL FIM-EDD.
           CLOSE EDD-FILE.
       1200-OBTER-PROXIMO-EDD-EXIT.
           EXIT.

       1250-LER-EDD.
           READ EDD-FILE.
           IF WRK-STATUS-EDD NOT = "00"
               SET FIM-EDD TO TRUE
               GO TO 1250-LER-EDD-EXIT
           END-IF.
           IF EDD_NUMERO >= WRK-PROXIMO-EDD
               COMPUTE WRK-PROXIMO-EDD = EDD_NUMERO + 1
           END-IF.
       1250-LER-EDD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DECISOES DA ANALISE SOBRE NOTIFICACOES JA ABERTAS; OS       *
      *>   BLOQUEIOS SAO FECHADOS DE UMA VEZ NO FIM DO PASSO           *
      *----------------------------------------------------------------*
       2000-TRATAR-DECISOES.
      *----------------------------------------------------------------*
           OPEN INPUT DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               CLOSE DECISAO-FILE
               GO TO 2000-TRATAR-DECISOES-EXIT
           END-IF.

           PERFORM 2100-TRATAR-DECISAO THRU 2100-TRATAR-DECISAO-EXIT
               UNTIL FIM-DEC.
           CLOSE DECISAO-FILE.

           IF WRK-MAX-FECHAR > ZEROS
               PERFORM 2500-FECHAR-BLOQUEIOS
                   THRU 2500-FECHAR-BLOQUEIOS-EXIT
           END-IF.
       2000-TRATAR-DECISOES-EXIT.
           EXIT.

       2100-TRATAR-DECISAO.
           READ DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               SET FIM-DEC TO TRUE
               GO TO 2100-TRATAR-DECISAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DECISOES.
           MOVE DEC-ID TO WRK-O-ID.

           CALL "AUTORIZA-CHECK" USING DEC-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-O-COMPLEMENTO
               GO TO 2100-TRATAR-DECISAO-INVALIDA
           END-IF.

           IF NOT DEC-DEVOLVE AND NOT DEC-RECUSA
               MOVE "DECISAO INVALIDA" TO WRK-O-COMPLEMENTO
               GO TO 2100-TRATAR-DECISAO-INVALIDA
           END-IF.

           MOVE DEC-ID TO MED_ID.
           READ MED-FILE
               INVALID KEY
                   MOVE "NOTIFICACAO NAO ENCONTRADA"
                       TO WRK-O-COMPLEMENTO
                   GO TO 2100-TRATAR-DECISAO-INVALIDA
           END-READ.
           IF NOT MED-ABERTA
               MOVE "NOTIFICACAO JA DECIDIDA" TO WRK-O-COMPLEMENTO
               GO TO 2100-TRATAR-DECISAO-INVALIDA
           END-IF.

      *>   SEM LUGAR NA TABELA O BLOQUEIO NAO SERIA FECHADO: A
      *>   DECISAO FICA PARA A PROXIMA RODADA
           IF WRK-MAX-FECHAR NOT < 500
               ADD 1 TO WRK-QTDE-ADIADAS
               DISPLAY "TABELA DE BLOQUEIOS CHEIA, DECISAO FICA PARA "
                   "A PROXIMA RODADA: " DEC-ID
               GO TO 2100-TRATAR-DECISAO-EXIT
           END-IF.

           IF DEC-DEVOLVE
               PERFORM 2200-DEVOLVER THRU 2200-DEVOLVER-EXIT
           ELSE
               PERFORM 2300-RECUSAR THRU 2300-RECUSAR-EXIT
           END-IF.

           MOVE WRK-DATA-HOJE TO MED_DATA_DECISAO.
           MOVE DEC-OPERADOR  TO MED_OPERADOR.
           REWRITE MED-REG.

           ADD 1 TO WRK-MAX-FECHAR.
           SET WRK-FC-IDX TO WRK-MAX-FECHAR.
           MOVE MED_BLOQ_CONTROLE TO WRK-FC-CONTROLE (WRK-FC-IDX).
           IF MED-DEVOLVIDA
               MOVE "T" TO WRK-FC-SITUACAO (WRK-FC-IDX)
           ELSE
               MOVE "L" TO WRK-FC-SITUACAO (WRK-FC-IDX)
           END-IF.

           MOVE MED_CONTA     TO WRK-AUDIT-CHAVE.
           MOVE "MED_DECISAO" TO WRK-AUDIT-CAMPO.
           MOVE MED_ID        TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES        TO WRK-AUDIT-VALOR-NOVO.
           MOVE MED_VALOR     TO WRK-VALOR-EDIT.
           IF MED-DEVOLVIDA
               STRING "DEVOLVIDO " WRK-VALOR-EDIT
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO
           ELSE
               STRING "RECUSADO "  WRK-VALOR-EDIT
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO
           END-IF.
           CALL "AUDIT-LOG" USING DEC-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
           GO TO 2100-TRATAR-DECISAO-EXIT.

       2100-TRATAR-DECISAO-INVALIDA.
           ADD 1 TO WRK-QTDE-DEC-INVALIDAS.
           MOVE "DECISAO RECUSADA, MED " TO WRK-O-TEXTO.
           MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2100-TRATAR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FRAUDE CONFIRMADA: O VALOR SAI DA CONTA RECEBEDORA COMO     *
      *>   DEBITO PIXD E A DEVOLUCAO VOLTA AO BANCO CENTRAL            *
      *----------------------------------------------------------------*
       2200-DEVOLVER.
      *----------------------------------------------------------------*
           MOVE MED_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "BRL" TO CONTA_MOEDA
           END-READ.

           MOVE MED_CONTA   TO TRANS_CONTA.
           MOVE "D"         TO TRANS_TIPO.
           MOVE MED_VALOR   TO TRANS_VALOR.
           MOVE CONTA_MOEDA TO TRANS_MOEDA.
           MOVE "PIXD"      TO TRANS_CODIGO.
           PERFORM 8900-CARIMBAR-ORIGEM THRU 8900-CARIMBAR-ORIGEM-EXIT.
           MOVE DEC-OPERADOR TO TRANS_OPERADOR.
           WRITE TRANSACAO-REG.

           SET MED-DEVOLVIDA TO TRUE.
           ADD 1 TO WRK-QTDE-DEVOLVIDAS.
           ADD MED_VALOR TO WRK-TOT-DEVOLVIDO.

           MOVE MED_ID     TO WRK-RD-ID.
           MOVE MED_E2E    TO WRK-RD-E2E.
           MOVE "D"        TO WRK-RD-RESULTADO.
           MOVE MED_VALOR  TO WRK-RD-VALOR.
           MOVE MED_MOTIVO TO WRK-RD-MOTIVO.
           PERFORM 8800-GRAVAR-RETORNO THRU 8800-GRAVAR-RETORNO-EXIT.
       2200-DEVOLVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RECLAMACAO IMPROCEDENTE: O BLOQUEIO E LIBERADO SEM          *
      *>   MOVIMENTO E A RECUSA VOLTA AO BANCO CENTRAL                 *
      *----------------------------------------------------------------*
       2300-RECUSAR.
      *----------------------------------------------------------------*
           SET MED-RECUSADA TO TRUE.
           ADD 1 TO WRK-QTDE-RECUSADAS.

           MOVE MED_ID     TO WRK-RD-ID.
           MOVE MED_E2E    TO WRK-RD-E2E.
           MOVE "R"        TO WRK-RD-RESULTADO.
           MOVE ZEROS      TO WRK-RD-VALOR.
           MOVE "ANAL"     TO WRK-RD-MOTIVO.
           PERFORM 8800-GRAVAR-RETORNO THRU 8800-GRAVAR-RETORNO-EXIT.
       2300-RECUSAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REGRAVA BLOQJUD VIA MEDWRK FECHANDO OS BLOQUEIOS CAUTELARES *
      *>   DECIDIDOS; O BLOQUEIO FICA NO ARQUIVO COM A DATA, COMO      *
      *>   TRILHA, IGUAL AO JUDICIAL                                   *
      *----------------------------------------------------------------*
       2500-FECHAR-BLOQUEIOS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-BLOQ.
           OPEN INPUT BLOQUEIO-FILE.
           IF WRK-STATUS-BLOQ NOT = "00"
               CLOSE BLOQUEIO-FILE
               DISPLAY "BLOQJUD AUSENTE, BLOQUEIOS MED NAO FECHADOS"
               GO TO 2500-FECHAR-BLOQUEIOS-EXIT
           END-IF.
           OPEN OUTPUT TRABALHO-FILE.

           PERFORM 2550-MARCAR-BLOQUEIO THRU 2550-MARCAR-BLOQUEIO-EXIT
               UNTIL FIM-BLOQ.

           CLOSE BLOQUEIO-FILE.
           CLOSE TRABALHO-FILE.

           MOVE "N" TO WRK-FIM-TRAB.
           OPEN INPUT TRABALHO-FILE.
           OPEN OUTPUT BLOQUEIO-FILE.
           PERFORM 2600-COPIAR-TRABALHO THRU 2600-COPIAR-TRABALHO-EXIT
               UNTIL FIM-TRAB.
           CLOSE TRABALHO-FILE.
           CLOSE BLOQUEIO-FILE.
       2500-FECHAR-BLOQUEIOS-EXIT.
           EXIT.

       2550-MARCAR-BLOQUEIO.
           READ BLOQUEIO-FILE.
           IF WRK-STATUS-BLOQ NOT = "00"
               SET FIM-BLOQ TO TRUE
               GO TO 2550-MARCAR-BLOQUEIO-EXIT
           END-IF.

           IF BLOQ-ATIVO
               SET WRK-FC-IDX TO 1
               SEARCH WRK-FC-ITEM
                   VARYING WRK-FC-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-FC-IDX > WRK-MAX-FECHAR
                       CONTINUE
                   WHEN WRK-FC-CONTROLE (WRK-FC-IDX) = BLOQ_CONTROLE
                       MOVE WRK-FC-SITUACAO (WRK-FC-IDX)
                           TO BLOQ_SITUACAO
                       MOVE WRK-DATA-HOJE TO BLOQ_DATA_LIBERA
               END-SEARCH
           END-IF.
           WRITE TRABALHO-REG FROM BLOQUEIO-REG.
       2550-MARCAR-BLOQUEIO-EXIT.
           EXIT.

       2600-COPIAR-TRABALHO.
           READ TRABALHO-FILE.
           IF WRK-STATUS-TRAB NOT = "00"
               SET FIM-TRAB TO TRUE
               GO TO 2600-COPIAR-TRABALHO-EXIT
           END-IF.
           MOVE TRABALHO-REG TO BLOQUEIO-REG.
           WRITE BLOQUEIO-REG.
       2600-COPIAR-TRABALHO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NOTIFICACOES NOVAS: CADA UMA ABRE O REGISTRO E O BLOQUEIO   *
      *>   CAUTELAR DO VALOR RECLAMADO NA CONTA DONA DA CHAVE          *
      *----------------------------------------------------------------*
       3000-RECEBER-NOTIFICACOES.
      *----------------------------------------------------------------*
           OPEN INPUT NOTIFICACAO-FILE.
           IF WRK-STATUS-NOT NOT = "00"
               CLOSE NOTIFICACAO-FILE
               GO TO 3000-RECEBER-NOTIFICACOES-EXIT
           END-IF.

           OPEN EXTEND BLOQUEIO-FILE.
           IF WRK-STATUS-BLOQ = "35"
               OPEN OUTPUT BLOQUEIO-FILE
           END-IF.

           PERFORM 3100-RECEBER-NOTIFICACAO
               THRU 3100-RECEBER-NOTIFICACAO-EXIT
               UNTIL FIM-NOT.

           CLOSE NOTIFICACAO-FILE.
           CLOSE BLOQUEIO-FILE.
       3000-RECEBER-NOTIFICACOES-EXIT.
           EXIT.

       3100-RECEBER-NOTIFICACAO.
           READ NOTIFICACAO-FILE.
           IF WRK-STATUS-NOT NOT = "00"
               SET FIM-NOT TO TRUE
               GO TO 3100-RECEBER-NOTIFICACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-NOTIFICACOES.
           MOVE NOT-ID TO WRK-O-ID.

           IF NOT-VALOR IS NOT NUMERIC OR NOT-VALOR = ZEROS
               MOVE "VLIN" TO WRK-MOTIVO-RET
               MOVE "VALOR RECLAMADO INVALIDO" TO WRK-O-COMPLEMENTO
               GO TO 3100-RECEBER-NOTIFICACAO-REJEITAR
           END-IF.

           MOVE NOT-CHAVE TO PIXK_CHAVE.
           READ CHAVE-FILE
               INVALID KEY
                   MOVE "CHAV" TO WRK-MOTIVO-RET
                   MOVE "CHAVE NAO REGISTRADA" TO WRK-O-COMPLEMENTO
                   GO TO 3100-RECEBER-NOTIFICACAO-REJEITAR
           END-READ.

           MOVE PIXK_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   MOVE "CONT" TO WRK-MOTIVO-RET
                   MOVE "CONTA DA CHAVE NAO ABERTA"
                       TO WRK-O-COMPLEMENTO
                   GO TO 3100-RECEBER-NOTIFICACAO-REJEITAR
           END-READ.

           INITIALIZE MED-REG.
           MOVE NOT-ID               TO MED_ID.
           MOVE NOT-E2E              TO MED_E2E.
           MOVE NOT-ISPB-PAGADOR     TO MED_ISPB_PAGADOR.
           MOVE NOT-CHAVE            TO MED_CHAVE.
           MOVE PIXK_CONTA           TO MED_CONTA.
           MOVE PIXK_CPF             TO MED_CPF.
           MOVE NOT-VALOR            TO MED_VALOR.
           MOVE NOT-DATA-PIX         TO MED_DATA_PIX.
           MOVE NOT-MOTIVO           TO MED_MOTIVO.
           SET MED-ABERTA            TO TRUE.
           MOVE WRK-PROXIMO-CONTROLE TO MED_BLOQ_CONTROLE.
           MOVE WRK-DATA-HOJE        TO MED_DATA_ABERTURA.
           MOVE ZEROS                TO MED_DATA_DECISAO.
           MOVE "SISTEMA "           TO MED_OPERADOR.
           WRITE MED-REG
               INVALID KEY
                   MOVE "DUPL" TO WRK-MOTIVO-RET
                   MOVE "NOTIFICACAO JA RECEBIDA" TO WRK-O-COMPLEMENTO
                   GO TO 3100-RECEBER-NOTIFICACAO-REJEITAR
           END-WRITE.

           MOVE WRK-PROXIMO-CONTROLE TO BLOQ_CONTROLE.
           ADD 1 TO WRK-PROXIMO-CONTROLE.
           SET BLOQ-ATIVO TO TRUE.
           MOVE MED_CONTA     TO BLOQ_CONTA.
           MOVE MED_VALOR     TO BLOQ_VALOR.
           MOVE SPACES        TO BLOQ_ORIGEM.
           STRING "MED " MED_ID (1:16)
               DELIMITED BY SIZE INTO BLOQ_ORIGEM.
           MOVE WRK-DATA-HOJE TO BLOQ_DATA_COLOCA.
           MOVE ZEROS         TO BLOQ_DATA_LIBERA.
           WRITE BLOQUEIO-REG.

           ADD 1 TO WRK-QTDE-ABERTAS.
           ADD MED_VALOR TO WRK-TOT-BLOQUEADO.

           PERFORM 3200-CONTAR-RECLAMACOES
               THRU 3200-CONTAR-RECLAMACOES-EXIT.
           GO TO 3100-RECEBER-NOTIFICACAO-EXIT.

       3100-RECEBER-NOTIFICACAO-REJEITAR.
           ADD 1 TO WRK-QTDE-REJEITADAS.
           MOVE "NOTIFICACAO REJEITADA "  TO WRK-O-TEXTO.
           MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE NOT-ID         TO WRK-RD-ID.
           MOVE NOT-E2E        TO WRK-RD-E2E.
           MOVE "R"            TO WRK-RD-RESULTADO.
           MOVE ZEROS          TO WRK-RD-VALOR.
           MOVE WRK-MOTIVO-RET TO WRK-RD-MOTIVO.
           PERFORM 8800-GRAVAR-RETORNO THRU 8800-GRAVAR-RETORNO-EXIT.
       3100-RECEBER-NOTIFICACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RECLAMACOES DA CONTA RECEBEDORA PELA CHAVE ALTERNATIVA; A   *
      *>   PARTIR DE MEDREPET CADA NOVA RECLAMACAO ENTRA NA FILA DE    *
      *>   DILIGENCIA REFORCADA PARA O COMPLIANCE                      *
      *----------------------------------------------------------------*
       3200-CONTAR-RECLAMACOES.
      *----------------------------------------------------------------*
           MOVE MED_CONTA TO WRK-CONTA-CONTADA.
           MOVE MED_CPF   TO WRK-CPF-CONTADO.
           MOVE MED_VALOR TO WRK-VALOR-CONTADO.
           MOVE ZEROS     TO WRK-QTDE-DA-CONTA.
           MOVE "N"       TO WRK-FIM-MED.

           START MED-FILE KEY IS = MED_CONTA
               INVALID KEY
                   SET FIM-MED TO TRUE
           END-START.
           PERFORM 3250-CONTAR-RECLAMACAO
               THRU 3250-CONTAR-RECLAMACAO-EXIT
               UNTIL FIM-MED.

           IF WRK-QTDE-DA-CONTA < WRK-LIMITE-REPETICAO
               GO TO 3200-CONTAR-RECLAMACOES-EXIT
           END-IF.

           MOVE WRK-PROXIMO-EDD   TO EDD_NUMERO.
           ADD 1 TO WRK-PROXIMO-EDD.
           SET EDD-PENDENTE TO TRUE.
           MOVE WRK-DATA-HOJE     TO EDD_DATA.
           MOVE WRK-CPF-CONTADO   TO EDD_CPF.
           MOVE WRK-CONTA-CONTADA TO EDD_CONTA.
           MOVE "C"               TO EDD_TIPO.
           MOVE WRK-VALOR-CONTADO TO EDD_VALOR.
           MOVE "BRL"             TO EDD_MOEDA.
           MOVE "PIXC"            TO EDD_CODIGO.
           MOVE SPACES            TO EDD_OPERADOR.
           WRITE EDD-REG.
           ADD 1 TO WRK-QTDE-PARA-EDD.

           MOVE "CONTA COM RECLAMACOES "  TO WRK-O-TEXTO.
           MOVE SPACES TO WRK-O-COMPLEMENTO.
           STRING "CONTA " WRK-CONTA-CONTADA " ENVIADA PARA EDD"
               DELIMITED BY SIZE INTO WRK-O-COMPLEMENTO.
           MOVE WRK-LINHA-OCORRENCIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3200-CONTAR-RECLAMACOES-EXIT.
           EXIT.

       3250-CONTAR-RECLAMACAO.
           READ MED-FILE NEXT RECORD.
           IF WRK-STATUS-MED NOT = "00" AND NOT = "02"
               SET FIM-MED TO TRUE
               GO TO 3250-CONTAR-RECLAMACAO-EXIT
           END-IF.
           IF MED_CONTA NOT = WRK-CONTA-CONTADA
               SET FIM-MED TO TRUE
               GO TO 3250-CONTAR-RECLAMACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-DA-CONTA.
       3250-CONTAR-RECLAMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NOTIFICACOES AINDA EM ANALISE, COM A IDADE DESDE A          *
      *>   ABERTURA; PASSOU DO PRAZO REGULATORIO, SAI MARCADA          *
      *----------------------------------------------------------------*
       4000-RELATAR-ANALISE.
      *----------------------------------------------------------------*
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "NOTIFICACOES EM ANALISE" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "NOTIFICACAO          CONTA        VALOR    ABERTURA"
               TO RELATORIO-LINHA.
           MOVE "IDADE      PRAZO" TO RELATORIO-LINHA (55:).
           WRITE RELATORIO-LINHA.

           MOVE LOW-VALUES TO MED_ID.
           MOVE "N" TO WRK-FIM-MED.
           START MED-FILE KEY IS NOT LESS THAN MED_ID
               INVALID KEY
                   GO TO 4000-RELATAR-ANALISE-EXIT
           END-START.
           PERFORM 4100-EXAMINAR-NOTIFICACAO
               THRU 4100-EXAMINAR-NOTIFICACAO-EXIT
               UNTIL FIM-MED.
       4000-RELATAR-ANALISE-EXIT.
           EXIT.

       4100-EXAMINAR-NOTIFICACAO.
           READ MED-FILE NEXT RECORD.
           IF WRK-STATUS-MED NOT = "00"
               SET FIM-MED TO TRUE
               GO TO 4100-EXAMINAR-NOTIFICACAO-EXIT
           END-IF.
           IF NOT MED-ABERTA
               GO TO 4100-EXAMINAR-NOTIFICACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-EM-ANALISE.

           CALL "DIAS-CORRIDOS-IDADE" USING MED_DATA_ABERTURA
               WRK-DATA-HOJE WRK-IDADE.

           MOVE MED_ID            TO WRK-A-ID.
           MOVE MED_CONTA         TO WRK-A-CONTA.
           MOVE MED_VALOR         TO WRK-A-VALOR.
           MOVE MED_DATA_ABERTURA TO WRK-A-ABERTURA.
           MOVE WRK-IDADE         TO WRK-A-IDADE.
           IF WRK-IDADE > WRK-PRAZO-ANALISE
               ADD 1 TO WRK-QTDE-VENCIDAS
               MOVE "PRAZO VENCIDO" TO WRK-A-PRAZO
           ELSE
               MOVE SPACES          TO WRK-A-PRAZO
           END-IF.
           MOVE WRK-LINHA-ANALISE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       4100-EXAMINAR-NOTIFICACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8800-GRAVAR-RETORNO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-SEQ-RETORNO.
           MOVE WRK-SEQ-RETORNO TO WRK-RD-SEQ.
           MOVE WRK-RET-DETALHE TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.
       8800-GRAVAR-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO                      *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "PIX"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-SEQ-RETORNO   TO WRK-RT-QTDE.
           MOVE WRK-TOT-DEVOLVIDO TO WRK-RT-VALOR.
           MOVE WRK-RET-TRAILER TO RETORNO-LINHA.
           WRITE RETORNO-LINHA.

           CLOSE MED-FILE.
           CLOSE CHAVE-FILE.
           CLOSE CONTA-FILE.
           CLOSE TRANSACAO-FILE.
           CLOSE EDD-FILE.
           CLOSE RETORNO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== MED - DEVOLUCAO ESPECIAL PIX =====".
           DISPLAY "NOTIFICACOES LIDAS...: " WRK-QTDE-NOTIFICACOES.
           DISPLAY "BLOQUEIOS CAUTELARES.: " WRK-QTDE-ABERTAS.
           DISPLAY "VALOR BLOQUEADO......: " WRK-TOT-BLOQUEADO.
           DISPLAY "NOTIFICACOES REJEIT..: " WRK-QTDE-REJEITADAS.
           DISPLAY "DECISOES LIDAS.......: " WRK-QTDE-DECISOES.
           DISPLAY "DEVOLVIDAS...........: " WRK-QTDE-DEVOLVIDAS.
           DISPLAY "VALOR DEVOLVIDO......: " WRK-TOT-DEVOLVIDO.
           DISPLAY "RECUSADAS............: " WRK-QTDE-RECUSADAS.
           DISPLAY "DECISOES INVALIDAS...: " WRK-QTDE-DEC-INVALIDAS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
           DISPLAY "DECISOES ADIADAS.....: " WRK-QTDE-ADIADAS.
           DISPLAY "ENVIADAS PARA EDD....: " WRK-QTDE-PARA-EDD.
           DISPLAY "EM ANALISE...........: " WRK-QTDE-EM-ANALISE.
           DISPLAY "COM PRAZO VENCIDO....: " WRK-QTDE-VENCIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
