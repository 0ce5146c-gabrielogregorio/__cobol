      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. TRANSACAO-TOMADA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REGRA DE TOMADA DE CONTA SOBRE O MOVIMENTO DO  <*
      *>                DIA (ACUMTRANS): LIGA AS MUDANCAS SENSIVEIS   <*
      *>                RECENTES DO CLIENTE REGISTRADAS EM AUDITLOG   <*
      *>                -- TROCA DE ENDERECO (CLI_ENDERECO), NOVA     <*
      *>                CHAVE PIX (CHAVE_PIX, TELEFONE E E-MAIL DO    <*
      *>                CLIENTE NO PIX) E SEGUNDA VIA DE CARTAO       <*
      *>                (CARTAO_EMISSAO COM CARTAO ANTERIOR) --       <*
      *>                DENTRO DA JANELA TOMADAJAN (DIAS CORRIDOS,    <*
      *>                PADRAO 7) AOS DEBITOS DE VALOR IGUAL OU ACIMA <*
      *>                DE TOMADAVLR (PADRAO 5000,00) NAS CONTAS DO   <*
      *>                MESMO CLIENTE (CONTATIT). O DEBITO QUE CASA E <*
      *>                RETIDO NA FILA DE SUSPENSOS (ACUMSUSP, MOTIVO <*
      *>                TOMADA-END/TOMADA-PIX/TOMADA-CRT) ATE A       <*
      *>                CONFIRMACAO POR CONTATO DE RETORNO, DECIDIDA  <*
      *>                EM SUSPENSO-LIBERA.COB; O DEBITO JA LIBERADO  <*
      *>                NAO E RETIDO DE NOVO. O CLIENTE RECEBE AVISO  <*
      *>                (TOMADAVISO) NO ENDERECO ATUAL E, HAVENDO     <*
      *>                TROCA DE ENDERECO, TAMBEM NO ANTERIOR         <*
      *>                (CLIENDANT). MESMO DESENHO DE TRIAGEM DE      <*
      *>                TRANSACAO-VELOCIDADE.COB, QUE RODA LOGO ANTES <*
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
           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT DEPURADO-FILE       ASSIGN TO "ACUMTOMW"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEP.

           SELECT SUSPENSO-FILE       ASSIGN TO "ACUMSUSP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SUSP.

           SELECT AUDIT-FILE          ASSIGN TO "AUDITLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AUDIT.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-CLI.

           SELECT ENDANT-FILE         ASSIGN TO "CLIENDANT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS ENDA_CPF
               FILE STATUS        IS WRK-STATUS-ENDA.

           SELECT AVISO-FILE          ASSIGN TO "TOMADAVISO"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AVISO.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  DEPURADO-FILE.
       01  DEPURADO-REG               PIC X(56).

       FD  SUSPENSO-FILE.
           COPY SUSPENSO-REG.

       FD  AUDIT-FILE.
           COPY AUDIT-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  ENDANT-FILE.
           COPY ENDANT-REG.

       FD  AVISO-FILE.
       01  AVISO-LINHA                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DEP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-SUSP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-AUDIT       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLI         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ENDA        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-AVISO       PIC X(02) VALUE SPACES.
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-FIM-DEP            PIC X(01) VALUE "N".
           88 FIM-DEP                 VALUE "S".
       77  WRK-FIM-AUDIT          PIC X(01) VALUE "N".
           88 FIM-AUDIT               VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-CLI-ABERTO         PIC X(01) VALUE "N".
           88 CLI-ABERTO              VALUE "S".
       77  WRK-ENDA-ABERTO        PIC X(01) VALUE "N".
           88 ENDA-ABERTO             VALUE "S".

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LIMPAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIDAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONFIRMADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AVISOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-TAB-ESTOURO   PIC 9(07) VALUE ZEROS.

       77  WRK-PROXIMO-NUMERO     PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-MUDANCA       PIC 9(03) VALUE ZEROS.
       77  WRK-MOTIVO-RETENCAO    PIC X(10) VALUE SPACES.
       77  WRK-RETER              PIC X(01) VALUE "N".
           88 RETER-LANCAMENTO        VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   JANELA E VALOR MINIMO DA REGRA (PARAMMST COM PADROES)       *
      *----------------------------------------------------------------*
       77  WRK-JANELA-DIAS        PIC 9(03) VALUE 7.
       77  WRK-VALOR-MINIMO       PIC 9(09)V99 VALUE 5000.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-MOEDA   REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-VALOR11     PIC 9(09)V99.
           02 FILLER               PIC X(09).

      *----------------------------------------------------------------*
      *>   MUDANCAS SENSIVEIS DENTRO DA JANELA, UMA POR CLIENTE (A     *
      *>   MAIS RECENTE VALE)                                          *
      *----------------------------------------------------------------*
       77  WRK-MAX-MUDANCAS       PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO-MUDANCA       PIC X(01) VALUE SPACE.
       77  WRK-ACHOU-MUDANCA      PIC X(01) VALUE "N".
           88 ACHOU-MUDANCA           VALUE "S".
       01  WRK-TABELA-MUDANCAS.
           02 WRK-MU-ITEM  OCCURS 2000 TIMES
                            INDEXED BY WRK-MU-IDX.
               03 WRK-MU-CPF           PIC X(11).
               03 WRK-MU-TIPO          PIC X(01).
                   88 MU-ENDERECO          VALUE "E".
                   88 MU-CHAVE-PIX         VALUE "P".
                   88 MU-CARTAO            VALUE "C".
               03 WRK-MU-DATA          PIC 9(08).
               03 WRK-MU-NOVO          PIC X(30).
               03 WRK-MU-AVISADO       PIC X(01).
                   88 MU-AVISADO           VALUE "S".

      *----------------------------------------------------------------*
      *>   CONTAS DOS CLIENTES COM MUDANCA (CONTATIT)                  *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONTAS         PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU-CONTA        PIC X(01) VALUE "N".
           88 ACHOU-CONTA             VALUE "S".
       01  WRK-TABELA-CONTAS.
           02 WRK-CT-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-CT-IDX.
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-MUDANCA       PIC 9(04).

      *----------------------------------------------------------------*
      *>   DEBITOS JA CONFIRMADOS PELO CLIENTE (SUSPENSO LIBERADO COM  *
      *>   MOTIVO DE TOMADA), CADA UM VALE UMA VEZ                     *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONFIRMADOS    PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU-CONFIRMADO   PIC X(01) VALUE "N".
           88 ACHOU-CONFIRMADO        VALUE "S".
       01  WRK-TABELA-CONFIRMADOS.
           02 WRK-CF-ITEM  OCCURS 1000 TIMES
                            INDEXED BY WRK-CF-IDX.
               03 WRK-CF-CONTA         PIC 9(08).
               03 WRK-CF-VALOR         PIC 9(09)V99.
               03 WRK-CF-USADO         PIC X(01).
                   88 CF-USADO             VALUE "S".

      *----------------------------------------------------------------*
      *>   AVISO AO CLIENTE                                            *
      *----------------------------------------------------------------*
       01  WRK-DATA-EDICAO.
           02 WRK-ED-ANO           PIC 9(04).
           02 WRK-ED-MES           PIC 9(02).
           02 WRK-ED-DIA           PIC 9(02).

       01  WRK-AVISO-DESTINATARIO.
           02 FILLER               PIC X(10) VALUE "PREZADO(A)".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-AD-NOME          PIC X(20).
           02 FILLER               PIC X(49) VALUE SPACES.

       01  WRK-AVISO-ENDERECO.
           02 WRK-AE-LOGRADOURO    PIC X(30).
           02 WRK-AE-NUMERO        PIC X(06).
           02 WRK-AE-BAIRRO        PIC X(20).
           02 WRK-AE-CIDADE        PIC X(20).
           02 WRK-AE-UF            PIC X(02).
           02 WRK-AE-CEP           PIC 9(08).

       01  WRK-AVISO-ENDERECO-1.
           02 WRK-A1-LOGRADOURO    PIC X(30).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-A1-NUMERO        PIC X(06).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-A1-BAIRRO        PIC X(20).
           02 FILLER               PIC X(20) VALUE SPACES.

       01  WRK-AVISO-ENDERECO-2.
           02 WRK-A2-CIDADE        PIC X(20).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-A2-UF            PIC X(02).
           02 FILLER               PIC X(06) VALUE " CEP: ".
           02 WRK-A2-CEP           PIC 9(08).
           02 FILLER               PIC X(43) VALUE SPACES.

       01  WRK-AVISO-MUDANCA.
           02 FILLER               PIC X(28)
               VALUE "ALTERACAO RECENTE CADASTRO: ".
           02 WRK-AM-DESCRICAO     PIC X(22).
           02 FILLER               PIC X(04) VALUE " EM ".
           02 WRK-AM-DIA           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-AM-MES           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-AM-ANO           PIC 9(04).
           02 FILLER               PIC X(16) VALUE SPACES.

       01  WRK-AVISO-NOVO.
           02 FILLER               PIC X(12) VALUE "NOVO DADO.: ".
           02 WRK-AN-VALOR         PIC X(30).
           02 FILLER               PIC X(38) VALUE SPACES.

       01  WRK-AVISO-DEBITO.
           02 FILLER               PIC X(13) VALUE "DEBITO DE R$ ".
           02 WRK-AB-VALOR         PIC Z(08)9.99.
           02 FILLER               PIC X(10) VALUE " NA CONTA ".
           02 WRK-AB-CONTA         PIC 9(08).
           02 FILLER               PIC X(37)
               VALUE " RETIDO ATE A SUA CONFIRMACAO.".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-TRIAR-TRANS
               THRU 2000-TRIAR-TRANS-EXIT
               UNTIL FIM-TRANS.
           PERFORM 8000-REESCREVER-MOVIMENTO
               THRU 8000-REESCREVER-MOVIMENTO-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 1050-OBTER-PARAMETROS
               THRU 1050-OBTER-PARAMETROS-EXIT.

           PERFORM 1100-OBTER-PROXIMO-NUMERO
               THRU 1100-OBTER-PROXIMO-NUMERO-EXIT.

           PERFORM 1200-MONTAR-MUDANCAS
               THRU 1200-MONTAR-MUDANCAS-EXIT.

           IF WRK-MAX-MUDANCAS > ZEROS
               PERFORM 1300-MONTAR-CONTAS
                   THRU 1300-MONTAR-CONTAS-EXIT
           END-IF.

           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
           END-IF.

           OPEN OUTPUT DEPURADO-FILE.
           OPEN EXTEND SUSPENSO-FILE.
           IF WRK-STATUS-SUSP = "35"
               OPEN OUTPUT SUSPENSO-FILE
           END-IF.
           OPEN OUTPUT AVISO-FILE.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-CLI = "00"
               SET CLI-ABERTO TO TRUE
           END-IF.

      *>   CLIENDANT SO EXISTE DEPOIS DA PRIMEIRA TROCA DE ENDERECO
           OPEN INPUT ENDANT-FILE.
           IF WRK-STATUS-ENDA = "00"
               SET ENDA-ABERTO TO TRUE
           END-IF.

           IF NOT FIM-TRANS
               PERFORM 2100-LER-TRANS THRU 2100-LER-TRANS-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1050-OBTER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE "TOMADAJAN" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-JANELA-DIAS
           END-IF.

           MOVE "TOMADAVLR" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               AND WRK-PARM-VALOR (1:11) NOT = "00000000000"
               MOVE WRK-PARM-VALOR11 TO WRK-VALOR-MINIMO
           END-IF.
       1050-OBTER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O NUMERO DE CONTROLE CONTINUA DO MAIOR JA USADO EM          *
      *>   ACUMSUSP, MESMO IDIOMA DE TRANSACAO-DUPLIC.COB; NA MESMA    *
      *>   LEITURA SAO GUARDADOS OS DEBITOS DE TOMADA JA CONFIRMADOS   *
      *----------------------------------------------------------------*
       1100-OBTER-PROXIMO-NUMERO.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROXIMO-NUMERO.

           OPEN INPUT SUSPENSO-FILE.
           IF WRK-STATUS-SUSP NOT = "00"
               CLOSE SUSPENSO-FILE
               GO TO 1100-OBTER-PROXIMO-NUMERO-EXIT
           END-IF.

           PERFORM 1150-LER-SUSPENSO THRU 1150-LER-SUSPENSO-EXIT
               UNTIL WRK-STATUS-SUSP NOT = "00".
           CLOSE SUSPENSO-FILE.
       1100-OBTER-PROXIMO-NUMERO-EXIT.
           EXIT.

       1150-LER-SUSPENSO.
           READ SUSPENSO-FILE.
           IF WRK-STATUS-SUSP NOT = "00"
               GO TO 1150-LER-SUSPENSO-EXIT
           END-IF.

           IF SUSP_NUMERO >= WRK-PROXIMO-NUMERO
               COMPUTE WRK-PROXIMO-NUMERO = SUSP_NUMERO + 1
           END-IF.

           IF SUSP-LIBERADO
               AND SUSP_MOTIVO (1:7) = "TOMADA-"
               IF WRK-MAX-CONFIRMADOS < 1000
                   ADD 1 TO WRK-MAX-CONFIRMADOS
                   MOVE SUSP_CONTA
                       TO WRK-CF-CONTA (WRK-MAX-CONFIRMADOS)
                   MOVE SUSP_VALOR
                       TO WRK-CF-VALOR (WRK-MAX-CONFIRMADOS)
                   MOVE "N" TO WRK-CF-USADO (WRK-MAX-CONFIRMADOS)
               ELSE
                   ADD 1 TO WRK-QTDE-TAB-ESTOURO
               END-IF
           END-IF.
       1150-LER-SUSPENSO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AS MUDANCAS SENSIVEIS VEM DA TRILHA DE AUDITORIA: ENDERECO  *
      *>   (CLIENTE-MASTER.COB), CHAVE PIX INCLUIDA (PIX-CHAVE-        *
      *>   CARGA.COB) E SEGUNDA VIA DE CARTAO (CARTAO-MANUT.COB). A    *
      *>   PRIMEIRA EMISSAO DE CARTAO E A EXCLUSAO DE CHAVE NAO CONTAM *
      *----------------------------------------------------------------*
       1200-MONTAR-MUDANCAS.
      *----------------------------------------------------------------*
           OPEN INPUT AUDIT-FILE.
           IF WRK-STATUS-AUDIT NOT = "00"
               GO TO 1200-MONTAR-MUDANCAS-EXIT
           END-IF.

           PERFORM 1250-EXAMINAR-AUDITORIA
               THRU 1250-EXAMINAR-AUDITORIA-EXIT
               UNTIL FIM-AUDIT.

           CLOSE AUDIT-FILE.
       1200-MONTAR-MUDANCAS-EXIT.
           EXIT.

       1250-EXAMINAR-AUDITORIA.
           READ AUDIT-FILE.
           IF WRK-STATUS-AUDIT NOT = "00"
               SET FIM-AUDIT TO TRUE
               GO TO 1250-EXAMINAR-AUDITORIA-EXIT
           END-IF.

           MOVE SPACE TO WRK-TIPO-MUDANCA.
           EVALUATE TRUE
               WHEN AUDIT_CAMPO = "CLI_ENDERECO"
                   MOVE "E" TO WRK-TIPO-MUDANCA
               WHEN AUDIT_CAMPO = "CHAVE_PIX"
                   AND AUDIT_VALOR_NOVO NOT = SPACES
                   MOVE "P" TO WRK-TIPO-MUDANCA
               WHEN AUDIT_CAMPO = "CARTAO_EMISSAO"
                   AND AUDIT_VALOR_ANTIGO NOT = SPACES
                   MOVE "C" TO WRK-TIPO-MUDANCA
               WHEN OTHER
                   GO TO 1250-EXAMINAR-AUDITORIA-EXIT
           END-EVALUATE.

           IF AUDIT_DATA > WRK-DATA-HOJE
               OR AUDIT_CHAVE = SPACES
               GO TO 1250-EXAMINAR-AUDITORIA-EXIT
           END-IF.
           CALL "DIAS-CORRIDOS-IDADE" USING AUDIT_DATA
               WRK-DATA-HOJE WRK-DIAS-MUDANCA.
           IF WRK-DIAS-MUDANCA > WRK-JANELA-DIAS
               GO TO 1250-EXAMINAR-AUDITORIA-EXIT
           END-IF.

           PERFORM 1270-PROCURAR-MUDANCA
               THRU 1270-PROCURAR-MUDANCA-EXIT.

           IF NOT ACHOU-MUDANCA
               IF WRK-MAX-MUDANCAS < 2000
                   ADD 1 TO WRK-MAX-MUDANCAS
                   SET WRK-MU-IDX TO WRK-MAX-MUDANCAS
                   MOVE AUDIT_CHAVE TO WRK-MU-CPF (WRK-MU-IDX)
                   MOVE "N"         TO WRK-MU-AVISADO (WRK-MU-IDX)
                   MOVE ZEROS       TO WRK-MU-DATA (WRK-MU-IDX)
               ELSE
                   ADD 1 TO WRK-QTDE-TAB-ESTOURO
                   GO TO 1250-EXAMINAR-AUDITORIA-EXIT
               END-IF
           END-IF.

           IF WRK-MU-DATA (WRK-MU-IDX) <= AUDIT_DATA
               MOVE WRK-TIPO-MUDANCA TO WRK-MU-TIPO (WRK-MU-IDX)
               MOVE AUDIT_DATA       TO WRK-MU-DATA (WRK-MU-IDX)
               MOVE AUDIT_VALOR_NOVO TO WRK-MU-NOVO (WRK-MU-IDX)
           END-IF.
       1250-EXAMINAR-AUDITORIA-EXIT.
           EXIT.

       1270-PROCURAR-MUDANCA.
           MOVE "N" TO WRK-ACHOU-MUDANCA.

           IF WRK-MAX-MUDANCAS = ZEROS
               GO TO 1270-PROCURAR-MUDANCA-EXIT
           END-IF.

           SET WRK-MU-IDX TO 1.
           SEARCH WRK-MU-ITEM
               VARYING WRK-MU-IDX
               AT END
                   CONTINUE
               WHEN WRK-MU-IDX > WRK-MAX-MUDANCAS
                   CONTINUE
               WHEN WRK-MU-CPF (WRK-MU-IDX) = AUDIT_CHAVE
                   SET ACHOU-MUDANCA TO TRUE
           END-SEARCH.
       1270-PROCURAR-MUDANCA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AS CONTAS DE CADA CLIENTE COM MUDANCA SAO MONTADAS UMA VEZ  *
      *>   DE CONTATIT, NO MESMO DESENHO DE TRANSACAO-VELOCIDADE.COB   *
      *----------------------------------------------------------------*
       1300-MONTAR-CONTAS.
      *----------------------------------------------------------------*
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               GO TO 1300-MONTAR-CONTAS-EXIT
           END-IF.

           MOVE LOW-VALUES TO TITULAR-REG.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           PERFORM 1350-EXAMINAR-VINCULO
               THRU 1350-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           CLOSE TITULAR-FILE.
       1300-MONTAR-CONTAS-EXIT.
           EXIT.

       1350-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 1350-EXAMINAR-VINCULO-EXIT
           END-IF.

           MOVE "N" TO WRK-ACHOU-MUDANCA.
           SET WRK-MU-IDX TO 1.
           SEARCH WRK-MU-ITEM
               VARYING WRK-MU-IDX
               AT END
                   CONTINUE
               WHEN WRK-MU-IDX > WRK-MAX-MUDANCAS
                   CONTINUE
               WHEN WRK-MU-CPF (WRK-MU-IDX) = TIT_CPF
                   SET ACHOU-MUDANCA TO TRUE
           END-SEARCH.

           IF NOT ACHOU-MUDANCA
               GO TO 1350-EXAMINAR-VINCULO-EXIT
           END-IF.

           IF WRK-MAX-CONTAS < 5000
               ADD 1 TO WRK-MAX-CONTAS
               MOVE TIT_CONTA TO WRK-CT-CONTA (WRK-MAX-CONTAS)
               SET WRK-CT-MUDANCA (WRK-MAX-CONTAS) TO WRK-MU-IDX
           ELSE
               ADD 1 TO WRK-QTDE-TAB-ESTOURO
           END-IF.
       1350-EXAMINAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-TRIAR-TRANS.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDAS.

           PERFORM 3000-AVALIAR-REGRA THRU 3000-AVALIAR-REGRA-EXIT.

           IF RETER-LANCAMENTO
               PERFORM 4000-RETER-TRANS THRU 4000-RETER-TRANS-EXIT
           ELSE
               PERFORM 5000-PASSAR-TRANS THRU 5000-PASSAR-TRANS-EXIT
           END-IF.

           PERFORM 2100-LER-TRANS THRU 2100-LER-TRANS-EXIT.
       2000-TRIAR-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-TRANS.
      *----------------------------------------------------------------*
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "10"
               SET FIM-TRANS TO TRUE
           END-IF.
       2100-LER-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO O DEBITO GRANDE EM CONTA DE CLIENTE COM MUDANCA NA       *
      *>   JANELA E RETIDO; O QUE O CLIENTE JA CONFIRMOU PASSA         *
      *----------------------------------------------------------------*
       3000-AVALIAR-REGRA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RETER.
           MOVE SPACES TO WRK-MOTIVO-RETENCAO.

           IF NOT TRANS-DEBITO
               OR TRANS_VALOR < WRK-VALOR-MINIMO
               OR WRK-MAX-CONTAS = ZEROS
               GO TO 3000-AVALIAR-REGRA-EXIT
           END-IF.

           PERFORM 3100-PROCURAR-CONTA THRU 3100-PROCURAR-CONTA-EXIT.
           IF NOT ACHOU-CONTA
               GO TO 3000-AVALIAR-REGRA-EXIT
           END-IF.

           PERFORM 3200-PROCURAR-CONFIRMADO
               THRU 3200-PROCURAR-CONFIRMADO-EXIT.
           IF ACHOU-CONFIRMADO
               ADD 1 TO WRK-QTDE-CONFIRMADAS
               SET CF-USADO (WRK-CF-IDX) TO TRUE
               GO TO 3000-AVALIAR-REGRA-EXIT
           END-IF.

           SET WRK-MU-IDX TO WRK-CT-MUDANCA (WRK-CT-IDX).
           SET RETER-LANCAMENTO TO TRUE.
           EVALUATE TRUE
               WHEN MU-ENDERECO (WRK-MU-IDX)
                   MOVE "TOMADA-END" TO WRK-MOTIVO-RETENCAO
               WHEN MU-CHAVE-PIX (WRK-MU-IDX)
                   MOVE "TOMADA-PIX" TO WRK-MOTIVO-RETENCAO
               WHEN OTHER
                   MOVE "TOMADA-CRT" TO WRK-MOTIVO-RETENCAO
           END-EVALUATE.
       3000-AVALIAR-REGRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-PROCURAR-CONTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU-CONTA.

           SET WRK-CT-IDX TO 1.
           SEARCH WRK-CT-ITEM
               VARYING WRK-CT-IDX
               AT END
                   CONTINUE
               WHEN WRK-CT-IDX > WRK-MAX-CONTAS
                   CONTINUE
               WHEN WRK-CT-CONTA (WRK-CT-IDX) = TRANS_CONTA
                   SET ACHOU-CONTA TO TRUE
           END-SEARCH.
       3100-PROCURAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-PROCURAR-CONFIRMADO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU-CONFIRMADO.

           IF WRK-MAX-CONFIRMADOS = ZEROS
               GO TO 3200-PROCURAR-CONFIRMADO-EXIT
           END-IF.

           SET WRK-CF-IDX TO 1.
           SEARCH WRK-CF-ITEM
               VARYING WRK-CF-IDX
               AT END
                   CONTINUE
               WHEN WRK-CF-IDX > WRK-MAX-CONFIRMADOS
                   CONTINUE
               WHEN WRK-CF-CONTA (WRK-CF-IDX) = TRANS_CONTA
                   AND WRK-CF-VALOR (WRK-CF-IDX) = TRANS_VALOR
                   AND NOT CF-USADO (WRK-CF-IDX)
                   SET ACHOU-CONFIRMADO TO TRUE
           END-SEARCH.
       3200-PROCURAR-CONFIRMADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-RETER-TRANS.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RETIDAS.

           MOVE WRK-PROXIMO-NUMERO TO SUSP_NUMERO.
           ADD 1 TO WRK-PROXIMO-NUMERO.
           SET SUSP-PENDENTE TO TRUE.
           MOVE TRANS_CONTA         TO SUSP_CONTA.
           MOVE TRANS_TIPO          TO SUSP_TIPO.
           MOVE TRANS_VALOR         TO SUSP_VALOR.
           MOVE TRANS_MOEDA         TO SUSP_MOEDA.
           MOVE TRANS_CODIGO        TO SUSP_CODIGO.
           MOVE SPACES              TO SUSP_OPERADOR.
           MOVE WRK-MOTIVO-RETENCAO TO SUSP_MOTIVO.
           MOVE WRK-DATA-HOJE       TO SUSP_DATA.
           WRITE SUSPENSO-REG.

           DISPLAY "LANCAMENTO RETIDO " SUSP_NUMERO
               " CONTA " TRANS_CONTA " MOTIVO " WRK-MOTIVO-RETENCAO.

           IF NOT MU-AVISADO (WRK-MU-IDX)
               PERFORM 6000-AVISAR-CLIENTE
                   THRU 6000-AVISAR-CLIENTE-EXIT
               SET MU-AVISADO (WRK-MU-IDX) TO TRUE
           END-IF.
       4000-RETER-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-PASSAR-TRANS.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIMPAS.
           WRITE DEPURADO-REG FROM TRANSACAO-REG.
       5000-PASSAR-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O AVISO SAI UMA VEZ POR CLIENTE NO ENDERECO ATUAL E, SE A   *
      *>   MUDANCA FOI DE ENDERECO, TAMBEM NO ENDERECO ANTERIOR: QUEM  *
      *>   TOMOU A CONTA NAO RECEBE SOZINHO O UNICO AVISO              *
      *----------------------------------------------------------------*
       6000-AVISAR-CLIENTE.
      *----------------------------------------------------------------*
           MOVE SPACES TO CLIENTE_NOME CLIENTE_ENDERECO.
           MOVE ZEROS  TO CLIENTE_END_CEP.
           IF CLI-ABERTO
               MOVE WRK-MU-CPF (WRK-MU-IDX) TO CLIENTE_CPF
               READ CLIENTE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CLIENTE_NOME CLIENTE_ENDERECO
                       MOVE ZEROS  TO CLIENTE_END_CEP
               END-READ
           END-IF.

           MOVE CLIENTE_ENDERECO TO WRK-AVISO-ENDERECO.
           PERFORM 6100-ESCREVER-AVISO THRU 6100-ESCREVER-AVISO-EXIT.

           IF NOT MU-ENDERECO (WRK-MU-IDX)
               OR NOT ENDA-ABERTO
               GO TO 6000-AVISAR-CLIENTE-EXIT
           END-IF.

           MOVE WRK-MU-CPF (WRK-MU-IDX) TO ENDA_CPF.
           READ ENDANT-FILE
               INVALID KEY
                   GO TO 6000-AVISAR-CLIENTE-EXIT
           END-READ.

           MOVE ENDA_ENDERECO TO WRK-AVISO-ENDERECO.
           PERFORM 6100-ESCREVER-AVISO THRU 6100-ESCREVER-AVISO-EXIT.
       6000-AVISAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6100-ESCREVER-AVISO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-AVISOS.

           MOVE "AVISO DE SEGURANCA - CONFIRMACAO DE OPERACAO"
               TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE CLIENTE_NOME TO WRK-AD-NOME.
           MOVE WRK-AVISO-DESTINATARIO TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE WRK-AE-LOGRADOURO TO WRK-A1-LOGRADOURO.
           MOVE WRK-AE-NUMERO     TO WRK-A1-NUMERO.
           MOVE WRK-AE-BAIRRO     TO WRK-A1-BAIRRO.
           MOVE WRK-AVISO-ENDERECO-1 TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE WRK-AE-CIDADE     TO WRK-A2-CIDADE.
           MOVE WRK-AE-UF         TO WRK-A2-UF.
           MOVE WRK-AE-CEP        TO WRK-A2-CEP.
           MOVE WRK-AVISO-ENDERECO-2 TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           EVALUATE TRUE
               WHEN MU-ENDERECO (WRK-MU-IDX)
                   MOVE "TROCA DE ENDERECO" TO WRK-AM-DESCRICAO
               WHEN MU-CHAVE-PIX (WRK-MU-IDX)
                   MOVE "NOVA CHAVE PIX" TO WRK-AM-DESCRICAO
               WHEN OTHER
                   MOVE "SEGUNDA VIA DE CARTAO" TO WRK-AM-DESCRICAO
           END-EVALUATE.
           MOVE WRK-MU-DATA (WRK-MU-IDX) TO WRK-DATA-EDICAO.
           MOVE WRK-ED-DIA TO WRK-AM-DIA.
           MOVE WRK-ED-MES TO WRK-AM-MES.
           MOVE WRK-ED-ANO TO WRK-AM-ANO.
           MOVE WRK-AVISO-MUDANCA TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           IF MU-CHAVE-PIX (WRK-MU-IDX)
               MOVE WRK-MU-NOVO (WRK-MU-IDX) TO WRK-AN-VALOR
               MOVE WRK-AVISO-NOVO TO AVISO-LINHA
               WRITE AVISO-LINHA
           END-IF.

           MOVE TRANS_VALOR TO WRK-AB-VALOR.
           MOVE TRANS_CONTA TO WRK-AB-CONTA.
           MOVE WRK-AVISO-DEBITO TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE "NAO RECONHECE A ALTERACAO? PROCURE SUA AGENCIA."
               TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE ALL "-" TO AVISO-LINHA.
           WRITE AVISO-LINHA.
       6100-ESCREVER-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ACUMTRANS E REESCRITO SO COM O MOVIMENTO NAO RETIDO, PARA   *
      *>   O ACUMULADOR SEGUIR LENDO O MESMO ARQUIVO DE SEMPRE         *
      *----------------------------------------------------------------*
       8000-REESCREVER-MOVIMENTO.
      *----------------------------------------------------------------*
           CLOSE TRANSACAO-FILE.
           CLOSE DEPURADO-FILE.

           OPEN INPUT DEPURADO-FILE.
           OPEN OUTPUT TRANSACAO-FILE.

           PERFORM 8100-LER-DEPURADO THRU 8100-LER-DEPURADO-EXIT.
           PERFORM 8200-COPIAR-DEPURADO
               THRU 8200-COPIAR-DEPURADO-EXIT
               UNTIL FIM-DEP.

           CLOSE DEPURADO-FILE.
           CLOSE TRANSACAO-FILE.
       8000-REESCREVER-MOVIMENTO-EXIT.
           EXIT.

       8100-LER-DEPURADO.
           READ DEPURADO-FILE.
           IF WRK-STATUS-DEP = "10"
               SET FIM-DEP TO TRUE
           END-IF.
       8100-LER-DEPURADO-EXIT.
           EXIT.

       8200-COPIAR-DEPURADO.
           MOVE DEPURADO-REG TO TRANSACAO-REG.
           WRITE TRANSACAO-REG.
           PERFORM 8100-LER-DEPURADO THRU 8100-LER-DEPURADO-EXIT.
       8200-COPIAR-DEPURADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE SUSPENSO-FILE.
           CLOSE AVISO-FILE.
           IF CLI-ABERTO
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           IF ENDA-ABERTO
               CLOSE ENDANT-FILE
           END-IF.

           DISPLAY "===== REGRA DE TOMADA DE CONTA =====".
           DISPLAY "CLIENTES COM MUDANCA.: " WRK-MAX-MUDANCAS.
           DISPLAY "CONTAS VIGIADAS......: " WRK-MAX-CONTAS.
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-QTDE-LIDAS.
           DISPLAY "PASSARAM.............: " WRK-QTDE-LIMPAS.
           DISPLAY "JA CONFIRMADOS.......: " WRK-QTDE-CONFIRMADAS.
           DISPLAY "RETIDOS..............: " WRK-QTDE-RETIDAS.
           DISPLAY "AVISOS AO CLIENTE....: " WRK-QTDE-AVISOS.
           DISPLAY "FORA DA TABELA.......: " WRK-QTDE-TAB-ESTOURO.
       9000-FINALIZAR-EXIT.
           EXIT.
