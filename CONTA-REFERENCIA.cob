      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CONTA-REFERENCIA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MONTAGEM NOTURNA DA REFERENCIA CONTA X TITULAR <*
      *>                (CONTAREF, LAYOUT NO COPYBOOK CONTAREF-REG),  <*
      *>                LOGO NO INICIO DA CADEIA, DEPOIS DA CARGA DE  <*
      *>                CLIMAST E CONTATIT: MAIS DE TRINTA PROGRAMAS  <*
      *>                ABRIAM CONTATIT E DEPOIS CLIMAST SO PARA      <*
      *>                SABER O TITULAR PRINCIPAL, O TIPO, O RISCO, A <*
      *>                SITUACAO OU O CNPJ DE UMA CONTA, VARIOS DELES <*
      *>                CARREGANDO TUDO EM TABELAS DE MEMORIA QUE     <*
      *>                ESTOURAVAM COM O CRESCIMENTO DA BASE.         <*
      *>                CONTATIT E LIDO NA ORDEM DA CHAVE E, NA       <*
      *>                QUEBRA DE CONTA, E GRAVADA UMA REFERENCIA COM <*
      *>                O CPF E O CADASTRO DO TITULAR PRINCIPAL, A    <*
      *>                QUANTIDADE DE CO-TITULARES, O MAIOR RISCO     <*
      *>                ENTRE TODOS OS TITULARES E A MARCA DE TODOS   <*
      *>                FALECIDOS. A FILIAL DA CONTA E A DO ULTIMO    <*
      *>                LANCAMENTO DE AGENCIA EM ACUMTRANS (COMO EM   <*
      *>                ESTBAN-GERA.COB); CONTA SEM MOVIMENTO DE      <*
      *>                AGENCIA MANTEM A FILIAL DA NOITE ANTERIOR, E  <*
      *>                CONTA NOVA NASCE NA SEDE (PARAMETRO ESTBSEDE, <*
      *>                PADRAO 0001). REFERENCIA DE CONTA QUE SAIU DE <*
      *>                CONTATIT E EXCLUIDA. OS SELOS DE CONTATIT E   <*
      *>                CLIMAST SAO CONFERIDOS ANTES (MESTRE          <*
      *>                DIVERGENTE PARA O STEP COM RC=12) E O SELO DE <*
      *>                CONTAREF E REFEITO NO FIM PARA OS LEITORES    <*
      *>                CONFERIREM                                    <*
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
           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.

       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-FIM-REF            PIC X(01) VALUE "N".
           88 FIM-REF                 VALUE "S".
       77  WRK-SEM-CONTATIT       PIC X(01) VALUE "N".
           88 SEM-CONTATIT            VALUE "S".

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-FILIAL-SEDE        PIC 9(04) VALUE 1.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-FILIAL  REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-FILIAL4     PIC 9(04).
           02 FILLER               PIC X(16).

      *----------------------------------------------------------------*
      *>   ACUMULADORES DA CONTA CORRENTE DA QUEBRA                    *
      *----------------------------------------------------------------*
       77  WRK-CONTA-ANTERIOR     PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-TITULARES     PIC 9(03) VALUE ZEROS.
       77  WRK-QTDE-FALECIDOS     PIC 9(03) VALUE ZEROS.
       77  WRK-NIVEL-RISCO        PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-MAIOR        PIC 9(01) VALUE ZEROS.
       77  WRK-TEM-PRINCIPAL      PIC X(01) VALUE "N".
           88 TEM-PRINCIPAL           VALUE "S".

       01  WRK-REFERENCIA.
           02 WRK-RF-CPF           PIC X(11).
           02 WRK-RF-COTITULARES   PIC 9(03).
           02 WRK-RF-CADASTRO      PIC X(01).
           02 WRK-RF-TIPO          PIC X(01).
           02 WRK-RF-CNPJ          PIC X(14).
           02 WRK-RF-RISCO         PIC X(01).
           02 WRK-RF-STATUS        PIC X(01).
           02 WRK-RF-DATANASC      PIC X(08).
           02 WRK-RF-RISCO-CONTA   PIC X(01).
           02 WRK-RF-CPF-RISCO     PIC X(11).

       77  WRK-QTDE-VINCULOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-GRAVADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NOVAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PRINCIPAL PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CADASTRO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FILIAIS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDAS     PIC 9(07) VALUE ZEROS.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELOS    THRU 0500-CONFERIR-SELOS-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-MONTAR-REFERENCIAS
               THRU 2000-MONTAR-REFERENCIAS-EXIT.
           IF SEM-CONTATIT
               GO TO 0000-MAINLINE-FIM
           END-IF.
           PERFORM 3000-APURAR-FILIAIS    THRU 3000-APURAR-FILIAIS-EXIT.
           PERFORM 4000-EXCLUIR-ANTIGAS
               THRU 4000-EXCLUIR-ANTIGAS-EXIT.

       0000-MAINLINE-FIM.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   REFERENCIA MONTADA DE MESTRE TRUNCADO ESPALHARIA O DANO POR *
      *>   TODOS OS LEITORES: OS SELOS DE CONTATIT E CLIMAST SAO       *
      *>   CONFERIDOS ANTES DE COMECAR                                 *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELOS.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTATIT" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CREF-SELO-12 MESTRE CONTATIT NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
               GO TO 0500-CONFERIR-SELOS-EXIT
           END-IF.

           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CLIMAST " TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "CREF-SELO-12 MESTRE CLIMAST NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "ESTBSEDE  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:4) IS NUMERIC
               AND WRK-PARM-FILIAL4 NOT = ZEROS
               MOVE WRK-PARM-FILIAL4 TO WRK-FILIAL-SEDE
           END-IF.

           OPEN I-O REFERENCIA-FILE.
           IF WRK-STATUS-REF = "35"
               CLOSE REFERENCIA-FILE
               OPEN OUTPUT REFERENCIA-FILE
               CLOSE REFERENCIA-FILE
               OPEN I-O REFERENCIA-FILE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTATIT VEM ORDENADO POR CONTA: A QUEBRA DE CONTA GRAVA A  *
      *>   REFERENCIA DA ANTERIOR, COMO EM TRANSACAO-ALCADA.COB        *
      *----------------------------------------------------------------*
       2000-MONTAR-REFERENCIAS.
      *----------------------------------------------------------------*
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               DISPLAY "CONTA-REFERENCIA: CONTATIT INDISPONIVEL, "
                   "STATUS " WRK-STATUS-TIT
      *>       SEM CONTATIT A REFERENCIA DA NOITE ANTERIOR E MANTIDA
               SET SEM-CONTATIT TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-MONTAR-REFERENCIAS-FIM
           END-IF.

           MOVE LOW-VALUES TO TITULAR-REG.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   SET FIM-TIT TO TRUE
           END-START.

           MOVE ZEROS TO WRK-CONTA-ANTERIOR.
           PERFORM 2200-ZERAR-CONTA THRU 2200-ZERAR-CONTA-EXIT.

           PERFORM 2100-EXAMINAR-VINCULO
               THRU 2100-EXAMINAR-VINCULO-EXIT
               UNTIL FIM-TIT.

           PERFORM 2500-GRAVAR-REFERENCIA
               THRU 2500-GRAVAR-REFERENCIA-EXIT.
       2000-MONTAR-REFERENCIAS-FIM.
           CLOSE TITULAR-FILE.
       2000-MONTAR-REFERENCIAS-EXIT.
           EXIT.

       2100-EXAMINAR-VINCULO.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 2100-EXAMINAR-VINCULO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-VINCULOS.

           IF TIT_CONTA NOT = WRK-CONTA-ANTERIOR
               PERFORM 2500-GRAVAR-REFERENCIA
                   THRU 2500-GRAVAR-REFERENCIA-EXIT
               MOVE TIT_CONTA TO WRK-CONTA-ANTERIOR
               PERFORM 2200-ZERAR-CONTA THRU 2200-ZERAR-CONTA-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-TITULARES.
           IF NOT TIT-PRINCIPAL
               OR TEM-PRINCIPAL
               ADD 1 TO WRK-RF-COTITULARES
           END-IF.

           MOVE TIT_CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   IF TIT-PRINCIPAL
                       AND NOT TEM-PRINCIPAL
                       SET TEM-PRINCIPAL TO TRUE
                       MOVE TIT_CPF TO WRK-RF-CPF
                       MOVE "N"     TO WRK-RF-CADASTRO
                   END-IF
                   GO TO 2100-EXAMINAR-VINCULO-EXIT
           END-READ.

           IF CLIENTE-FALECIDO
               ADD 1 TO WRK-QTDE-FALECIDOS
           END-IF.

      *>   O MAIOR RISCO ENTRE OS TITULARES FICA COM O CPF DE QUEM O
      *>   TEM (ALTO 3, MEDIO 2, BAIXO OU EM BRANCO 1)
           EVALUATE TRUE
               WHEN CLIENTE-RISCO-ALTO
                   MOVE 3 TO WRK-NIVEL-RISCO
               WHEN CLIENTE-RISCO-MEDIO
                   MOVE 2 TO WRK-NIVEL-RISCO
               WHEN OTHER
                   MOVE 1 TO WRK-NIVEL-RISCO
           END-EVALUATE.
           IF WRK-NIVEL-RISCO > WRK-NIVEL-MAIOR
               MOVE WRK-NIVEL-RISCO TO WRK-NIVEL-MAIOR
               MOVE CLIENTE_RISCO   TO WRK-RF-RISCO-CONTA
               MOVE CLIENTE_CPF     TO WRK-RF-CPF-RISCO
           END-IF.

           IF TIT-PRINCIPAL
               AND NOT TEM-PRINCIPAL
               SET TEM-PRINCIPAL TO TRUE
               MOVE TIT_CPF        TO WRK-RF-CPF
               MOVE "S"            TO WRK-RF-CADASTRO
               MOVE CLIENTE_TIPO   TO WRK-RF-TIPO
               MOVE CLIENTE_CNPJ   TO WRK-RF-CNPJ
               MOVE CLIENTE_RISCO  TO WRK-RF-RISCO
               MOVE CLIENTE_STATUS TO WRK-RF-STATUS
               MOVE DATANASC       TO WRK-RF-DATANASC
           END-IF.
       2100-EXAMINAR-VINCULO-EXIT.
           EXIT.

       2200-ZERAR-CONTA.
           MOVE ZEROS  TO WRK-QTDE-TITULARES.
           MOVE ZEROS  TO WRK-QTDE-FALECIDOS.
           MOVE ZEROS  TO WRK-NIVEL-MAIOR.
           MOVE "N"    TO WRK-TEM-PRINCIPAL.
           MOVE SPACES TO WRK-REFERENCIA.
           MOVE ZEROS  TO WRK-RF-COTITULARES.
       2200-ZERAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A FILIAL JA APURADA NAS NOITES ANTERIORES E PRESERVADA;     *
      *>   CONTA NOVA NASCE NA SEDE                                    *
      *----------------------------------------------------------------*
       2500-GRAVAR-REFERENCIA.
      *----------------------------------------------------------------*
           IF WRK-CONTA-ANTERIOR = ZEROS
               GO TO 2500-GRAVAR-REFERENCIA-EXIT
           END-IF.

           MOVE WRK-CONTA-ANTERIOR TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-NOVAS
                   MOVE SPACES             TO CONTAREF-REG
                   MOVE WRK-CONTA-ANTERIOR TO REF_CONTA
                   MOVE WRK-FILIAL-SEDE    TO REF_FILIAL
           END-READ.

           IF NOT TEM-PRINCIPAL
               ADD 1 TO WRK-QTDE-SEM-PRINCIPAL
           END-IF.
           IF WRK-RF-CADASTRO = "N"
               ADD 1 TO WRK-QTDE-SEM-CADASTRO
           END-IF.

           MOVE WRK-RF-CPF         TO REF_CPF.
           MOVE WRK-RF-COTITULARES TO REF_QTDE_COTITULARES.
           MOVE WRK-RF-CADASTRO    TO REF_CADASTRO.
           MOVE WRK-RF-TIPO        TO REF_TIPO.
           MOVE WRK-RF-CNPJ        TO REF_CNPJ.
           MOVE WRK-RF-RISCO       TO REF_RISCO.
           MOVE WRK-RF-STATUS      TO REF_STATUS.
           MOVE WRK-RF-DATANASC    TO REF_DATANASC.
           MOVE WRK-RF-RISCO-CONTA TO REF_RISCO_CONTA.
           MOVE WRK-RF-CPF-RISCO   TO REF_CPF_RISCO.
           IF WRK-QTDE-TITULARES > ZEROS
               AND WRK-QTDE-FALECIDOS = WRK-QTDE-TITULARES
               MOVE "S" TO REF_TODOS_FALECIDOS
           ELSE
               MOVE "N" TO REF_TODOS_FALECIDOS
           END-IF.
           MOVE WRK-DATA-HOJE      TO REF_DATA_CARGA.

           WRITE CONTAREF-REG
               INVALID KEY
                   REWRITE CONTAREF-REG
           END-WRITE.
           ADD 1 TO WRK-QTDE-GRAVADAS.
       2500-GRAVAR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FILIAL DA CONTA = A DO ULTIMO LANCAMENTO DE AGENCIA DO      *
      *>   MOVIMENTO (TRANS_FILIAL DIFERENTE DE ZEROS)                 *
      *----------------------------------------------------------------*
       3000-APURAR-FILIAIS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               CLOSE TRANSACAO-FILE
               GO TO 3000-APURAR-FILIAIS-EXIT
           END-IF.

           PERFORM 3100-APURAR-UMA THRU 3100-APURAR-UMA-EXIT
               UNTIL FIM-TRANS.
           CLOSE TRANSACAO-FILE.
       3000-APURAR-FILIAIS-EXIT.
           EXIT.

       3100-APURAR-UMA.
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-TRANS TO TRUE
               GO TO 3100-APURAR-UMA-EXIT
           END-IF.

           IF TRANS_FILIAL IS NOT NUMERIC
               OR TRANS_FILIAL = ZEROS
               GO TO 3100-APURAR-UMA-EXIT
           END-IF.

           MOVE TRANS_CONTA TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   GO TO 3100-APURAR-UMA-EXIT
           END-READ.

           IF REF_FILIAL NOT = TRANS_FILIAL
               MOVE TRANS_FILIAL TO REF_FILIAL
               REWRITE CONTAREF-REG
               ADD 1 TO WRK-QTDE-FILIAIS
           END-IF.
       3100-APURAR-UMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REFERENCIA NAO REGRAVADA HOJE E DE CONTA QUE SAIU DE        *
      *>   CONTATIT                                                    *
      *----------------------------------------------------------------*
       4000-EXCLUIR-ANTIGAS.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO CONTAREF-REG.
           START REFERENCIA-FILE KEY IS NOT LESS THAN REF_CONTA
               INVALID KEY
                   SET FIM-REF TO TRUE
           END-START.

           PERFORM 4100-EXAMINAR-REFERENCIA
               THRU 4100-EXAMINAR-REFERENCIA-EXIT
               UNTIL FIM-REF.
       4000-EXCLUIR-ANTIGAS-EXIT.
           EXIT.

       4100-EXAMINAR-REFERENCIA.
           READ REFERENCIA-FILE NEXT RECORD.
           IF WRK-STATUS-REF NOT = "00"
               SET FIM-REF TO TRUE
               GO TO 4100-EXAMINAR-REFERENCIA-EXIT
           END-IF.

           IF REF_DATA_CARGA NOT = WRK-DATA-HOJE
               DELETE REFERENCIA-FILE
               ADD 1 TO WRK-QTDE-EXCLUIDAS
           END-IF.
       4100-EXAMINAR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE REFERENCIA-FILE.

      *>   A REFERENCIA FOI REESCRITA: O SELO DE INTEGRIDADE (CONTAGEM
      *>   E HASH, ARQUIVO-SELO.COB) E REFEITO PARA OS LEITORES
      *>   CONFERIREM ANTES DE CONFIAR NO ARQUIVO
           MOVE "G" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.

           DISPLAY "===== REFERENCIA CONTA X TITULAR =====".
           DISPLAY "VINCULOS LIDOS.......: " WRK-QTDE-VINCULOS.
           DISPLAY "CONTAS GRAVADAS......: " WRK-QTDE-GRAVADAS.
           DISPLAY "CONTAS NOVAS.........: " WRK-QTDE-NOVAS.
           DISPLAY "SEM TITULAR PRINCIPAL: " WRK-QTDE-SEM-PRINCIPAL.
           DISPLAY "PRINCIPAL SEM CLIMAST: " WRK-QTDE-SEM-CADASTRO.
           DISPLAY "FILIAIS ATUALIZADAS..: " WRK-QTDE-FILIAIS.
           DISPLAY "CONTAS EXCLUIDAS.....: " WRK-QTDE-EXCLUIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
