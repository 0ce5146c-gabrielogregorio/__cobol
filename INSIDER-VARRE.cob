      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. INSIDER-VARRE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : VARREDURA NOTURNA DE CONFLITO DE INTERESSE:    <*
      *>                OPERADOR QUE MOVIMENTA CONTA PROPRIA OU DE    <*
      *>                PARTE RELACIONADA DECLARADA (OPERVINC,        <*
      *>                MANTIDO POR OPERVINC-MANUT.COB). CONFERE, DO  <*
      *>                DIA: OS CREDITOS DIGITADOS EM ACUMTRANS       <*
      *>                (TRANS_OPERADOR), OS ESTORNOS DA FILA         <*
      *>                REVAPROV, AS DECISOES DE ESTORNO E AS         <*
      *>                ALTERACOES DE LIMITE (LIMCLI) GRAVADAS NO     <*
      *>                AUDITLOG E AS ISENCOES DE TARIFA DE           <*
      *>                TARIFISEN. NOS LANCAMENTOS, O VINCULO E       <*
      *>                PROCURADO ENTRE OS TITULARES DA CONTA         <*
      *>                (CONTATIT); NO LIMITE E NA ISENCAO, PELO      <*
      *>                PROPRIO CPF. TODA OCORRENCIA SAI NO RELATORIO <*
      *>                DA AUDITORIA INTERNA (INSIDREL); A DE VALOR   <*
      *>                IGUAL OU ACIMA DO PARAMETRO INSIDEREDD        <*
      *>                (PARAMMST, PADRAO 5.000,00) ENTRA TAMBEM NA   <*
      *>                FILA DE DILIGENCIA REFORCADA (EDDFILA, CODIGO <*
      *>                INSD). HAVENDO OCORRENCIA, RC=4. RODA NA      <*
      *>                CADEIA NOTURNA DEPOIS DE REVERSAO-DECISAO     <*
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
           SELECT VINCULO-FILE        ASSIGN TO "OPERVINC"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS OVIN-CHAVE
               FILE STATUS        IS WRK-STATUS-VINC.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT REVAPROV-FILE       ASSIGN TO "REVAPROV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REVAPROV.

           SELECT AUDIT-FILE          ASSIGN TO "AUDITLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AUDIT.

           SELECT ISENCAO-FILE        ASSIGN TO "TARIFISEN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ISEN.

           SELECT EDD-FILE            ASSIGN TO "EDDFILA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EDD.

           SELECT RELATORIO-FILE      ASSIGN TO "INSIDREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  VINCULO-FILE.
           COPY OPERVINC-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  REVAPROV-FILE.
           COPY REVAPROV-REG.

       FD  AUDIT-FILE.
           COPY AUDIT-REG.

       FD  ISENCAO-FILE.
       01  ISENCAO-REG.
           02 ISEN-CPF            PIC X(11).
           02 ISEN-OPERADOR       PIC X(08).
           02 ISEN-DATA           PIC 9(08).

       FD  EDD-FILE.
           COPY EDD-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-VINC        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REVAPROV    PIC X(02) VALUE SPACES.
       77  WRK-STATUS-AUDIT       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ISEN        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EDD         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ARQUIVO        PIC X(01) VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77  WRK-FIM-EDD            PIC X(01) VALUE "N".
           88 FIM-EDD                 VALUE "S".
       77  WRK-EDD-ABERTO         PIC X(01) VALUE "N".
           88 EDD-ABERTO              VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-PROXIMO-EDD        PIC 9(07) VALUE ZEROS.
       77  WRK-LIMITE-EDD         PIC 9(09)V99 VALUE 5000.00.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-LIMITE  REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-LIMITE      PIC 9(09)V99.
           02 FILLER               PIC X(09).

      *----------------------------------------------------------------*
      *>   VINCULOS EM MEMORIA, NA ORDEM DA CHAVE (OPERADOR + CPF):    *
      *>   OS CPFS DE UM OPERADOR FICAM CONTIGUOS                      *
      *----------------------------------------------------------------*
       77  WRK-MAX-VINCULOS       PIC 9(04) VALUE ZEROS.
       77  WRK-VI-SUB             PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VINCULOS.
           02 WRK-VI-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-VI-IDX.
               03 WRK-VI-OPERADOR      PIC X(08).
               03 WRK-VI-CPF           PIC X(11).
               03 WRK-VI-VINCULO       PIC X(01).

      *----------------------------------------------------------------*
      *>   EVENTO EM CONFERENCIA                                       *
      *----------------------------------------------------------------*
       77  WRK-EV-ORIGEM          PIC X(10) VALUE SPACES.
       77  WRK-EV-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-EV-CONTA           PIC 9(08) VALUE ZEROS.
       77  WRK-EV-CPF             PIC X(11) VALUE SPACES.
       77  WRK-EV-VALOR           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-EV-TIPO            PIC X(01) VALUE SPACE.
       77  WRK-OPERADOR-ACHADO    PIC X(01) VALUE "N".
           88 OPERADOR-ACHADO         VALUE "S".
       77  WRK-FIM-OPERADOR       PIC X(01) VALUE "N".
           88 FIM-OPERADOR            VALUE "S".

      *>   LIMITE GRAVADO PELO AUDIT-LOG NO FORMATO 999999999.99
       01  WRK-AUDIT-LIMITE       PIC X(12) VALUE SPACES.
       01  WRK-AUDIT-LIMITE-R     REDEFINES WRK-AUDIT-LIMITE.
           02 WRK-AL-INTEIRO       PIC 9(09).
           02 FILLER               PIC X(01).
           02 WRK-AL-CENTAVOS      PIC 9(02).
       01  WRK-AUDIT-CONTA        PIC X(08) VALUE SPACES.
       01  WRK-AUDIT-CONTA-N      REDEFINES WRK-AUDIT-CONTA
                                   PIC 9(08).

       77  WRK-QTDE-VINCULOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CREDITOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ESTORNOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEC-ESTORNO   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LIMITES       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ISENCOES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-OCORRENCIAS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PARA-EDD      PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-OCORRENCIAS  PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHA DO RELATORIO DA AUDITORIA INTERNA                     *
      *----------------------------------------------------------------*
       01  WRK-LINHA-OCORRENCIA.
           02 WRK-LO-ORIGEM        PIC X(10).
           02 FILLER               PIC X(06) VALUE " OPER ".
           02 WRK-LO-OPERADOR      PIC X(08).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-LO-CPF           PIC X(11).
           02 FILLER               PIC X(09) VALUE " VINCULO ".
           02 WRK-LO-VINCULO       PIC X(01).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-LO-CONTA         PIC 9(08).
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-LO-VALOR         PIC Z(8)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LO-EDD           PIC X(08).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF WRK-MAX-VINCULOS > ZEROS
               PERFORM 2000-VARRER-LANCAMENTOS
                   THRU 2000-VARRER-LANCAMENTOS-EXIT
               PERFORM 2200-VARRER-ESTORNOS
                   THRU 2200-VARRER-ESTORNOS-EXIT
               PERFORM 2400-VARRER-AUDITORIA
                   THRU 2400-VARRER-AUDITORIA-EXIT
               PERFORM 2600-VARRER-ISENCOES
                   THRU 2600-VARRER-ISENCOES-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM VINCULO DECLARADO NAO HA O QUE CRUZAR: TERMINA LIMPO    *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "INSIDEREDD" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               MOVE WRK-PARM-LIMITE TO WRK-LIMITE-EDD
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "CONFLITO DE INTERESSE - OPERADOR EM CONTA PROPRIA OU "
               TO RELATORIO-LINHA.
           MOVE "DE PARTE RELACIONADA" TO RELATORIO-LINHA (54:20).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 1100-CARREGAR-VINCULOS
               THRU 1100-CARREGAR-VINCULOS-EXIT.
           IF WRK-MAX-VINCULOS = ZEROS
               DISPLAY "INSIDER-VARRE: NENHUM VINCULO EM OPERVINC - "
                   "NADA A CONFERIR"
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT TITULAR-FILE.

           PERFORM 1200-OBTER-PROXIMO-EDD
               THRU 1200-OBTER-PROXIMO-EDD-EXIT.
           OPEN EXTEND EDD-FILE.
           IF WRK-STATUS-EDD = "35"
               OPEN OUTPUT EDD-FILE
           END-IF.
           IF WRK-STATUS-EDD = "00"
               SET EDD-ABERTO TO TRUE
           ELSE
               DISPLAY "INSIDER-VARRE: EDDFILA INDISPONIVEL, STATUS "
                   WRK-STATUS-EDD " - OCORRENCIAS SO NO RELATORIO"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-VINCULOS.
      *----------------------------------------------------------------*
           OPEN INPUT VINCULO-FILE.
           IF WRK-STATUS-VINC NOT = "00"
               GO TO 1100-CARREGAR-VINCULOS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 1150-GUARDAR-VINCULO THRU 1150-GUARDAR-VINCULO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE VINCULO-FILE.
       1100-CARREGAR-VINCULOS-EXIT.
           EXIT.

       1150-GUARDAR-VINCULO.
           READ VINCULO-FILE NEXT RECORD.
           IF WRK-STATUS-VINC NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 1150-GUARDAR-VINCULO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-VINCULOS.
           IF WRK-MAX-VINCULOS = 5000
               DISPLAY "TABELA DE VINCULOS CHEIA, IGNORADO: "
                   OVIN_OPERADOR " " OVIN_CPF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1150-GUARDAR-VINCULO-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-VINCULOS.
           SET WRK-VI-IDX TO WRK-MAX-VINCULOS.
           MOVE OVIN_OPERADOR TO WRK-VI-OPERADOR (WRK-VI-IDX).
           MOVE OVIN_CPF      TO WRK-VI-CPF (WRK-VI-IDX).
           MOVE OVIN_VINCULO  TO WRK-VI-VINCULO (WRK-VI-IDX).
       1150-GUARDAR-VINCULO-EXIT.
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
      *>   CREDITOS DIGITADOS POR OPERADOR; O QUE O SISTEMA GERA SAI   *
      *>   COM OPERADOR SISTEMA OU EM BRANCO E NAO ENTRA               *
      *----------------------------------------------------------------*
       2000-VARRER-LANCAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               GO TO 2000-VARRER-LANCAMENTOS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 2100-CONFERIR-LANCAMENTO
               THRU 2100-CONFERIR-LANCAMENTO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE TRANSACAO-FILE.
       2000-VARRER-LANCAMENTOS-EXIT.
           EXIT.

       2100-CONFERIR-LANCAMENTO.
           READ TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 2100-CONFERIR-LANCAMENTO-EXIT
           END-IF.
           IF NOT TRANS-CREDITO
               OR TRANS_OPERADOR = SPACES
               OR TRANS_OPERADOR = "SISTEMA "
               GO TO 2100-CONFERIR-LANCAMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-CREDITOS.

           MOVE "CREDITO"      TO WRK-EV-ORIGEM.
           MOVE TRANS_OPERADOR TO WRK-EV-OPERADOR.
           MOVE TRANS_CONTA    TO WRK-EV-CONTA.
           MOVE TRANS_VALOR    TO WRK-EV-VALOR.
           MOVE "C"            TO WRK-EV-TIPO.
           PERFORM 5000-CONFERIR-CONTA THRU 5000-CONFERIR-CONTA-EXIT.
       2100-CONFERIR-LANCAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ESTORNOS QUE ENTRARAM HOJE NA FILA DE SUPERVISAO            *
      *----------------------------------------------------------------*
       2200-VARRER-ESTORNOS.
      *----------------------------------------------------------------*
           OPEN INPUT REVAPROV-FILE.
           IF WRK-STATUS-REVAPROV NOT = "00"
               GO TO 2200-VARRER-ESTORNOS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 2300-CONFERIR-ESTORNO
               THRU 2300-CONFERIR-ESTORNO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE REVAPROV-FILE.
       2200-VARRER-ESTORNOS-EXIT.
           EXIT.

       2300-CONFERIR-ESTORNO.
           READ REVAPROV-FILE.
           IF WRK-STATUS-REVAPROV NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 2300-CONFERIR-ESTORNO-EXIT
           END-IF.
           IF REVAPROV-DATA NOT = WRK-DATA-HOJE
               OR REVAPROV-OPERADOR = SPACES
               OR REVAPROV-OPERADOR = "SISTEMA "
               GO TO 2300-CONFERIR-ESTORNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ESTORNOS.

           MOVE "ESTORNO"         TO WRK-EV-ORIGEM.
           MOVE REVAPROV-OPERADOR TO WRK-EV-OPERADOR.
           MOVE REVAPROV-CONTA    TO WRK-EV-CONTA.
           MOVE REVAPROV-VALOR    TO WRK-EV-VALOR.
           MOVE REVAPROV-TIPO     TO WRK-EV-TIPO.
           PERFORM 5000-CONFERIR-CONTA THRU 5000-CONFERIR-CONTA-EXIT.
       2300-CONFERIR-ESTORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DO AUDITLOG DO DIA: DECISAO DE ESTORNO (CHAVE = CONTA) E    *
      *>   ALTERACAO DE LIMITE POR CLIENTE (CHAVE = CPF)               *
      *----------------------------------------------------------------*
       2400-VARRER-AUDITORIA.
      *----------------------------------------------------------------*
           OPEN INPUT AUDIT-FILE.
           IF WRK-STATUS-AUDIT NOT = "00"
               GO TO 2400-VARRER-AUDITORIA-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 2500-CONFERIR-AUDITORIA
               THRU 2500-CONFERIR-AUDITORIA-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE AUDIT-FILE.
       2400-VARRER-AUDITORIA-EXIT.
           EXIT.

       2500-CONFERIR-AUDITORIA.
           READ AUDIT-FILE.
           IF WRK-STATUS-AUDIT NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 2500-CONFERIR-AUDITORIA-EXIT
           END-IF.
           IF AUDIT_DATA NOT = WRK-DATA-HOJE
               OR AUDIT_OPERADOR = SPACES
               GO TO 2500-CONFERIR-AUDITORIA-EXIT
           END-IF.

           MOVE AUDIT_OPERADOR TO WRK-EV-OPERADOR.
           MOVE ZEROS          TO WRK-EV-VALOR.
           MOVE SPACE          TO WRK-EV-TIPO.

           EVALUATE AUDIT_CAMPO
               WHEN "LIMITE_CLIENTE"
                   ADD 1 TO WRK-QTDE-LIMITES
                   MOVE "LIMITE"           TO WRK-EV-ORIGEM
                   MOVE ZEROS              TO WRK-EV-CONTA
                   MOVE AUDIT_CHAVE        TO WRK-EV-CPF
                   MOVE AUDIT_VALOR_NOVO (1:12) TO WRK-AUDIT-LIMITE
                   IF WRK-AL-INTEIRO IS NUMERIC
                       AND WRK-AL-CENTAVOS IS NUMERIC
                       COMPUTE WRK-EV-VALOR = WRK-AL-INTEIRO
                           + WRK-AL-CENTAVOS / 100
                   END-IF
                   PERFORM 5100-CONFERIR-CPF
                       THRU 5100-CONFERIR-CPF-EXIT
               WHEN "ESTORNO_DECISAO"
                   MOVE AUDIT_CHAVE (1:8)  TO WRK-AUDIT-CONTA
                   IF WRK-AUDIT-CONTA IS NUMERIC
                       ADD 1 TO WRK-QTDE-DEC-ESTORNO
                       MOVE "DEC.ESTORN"       TO WRK-EV-ORIGEM
                       MOVE WRK-AUDIT-CONTA-N  TO WRK-EV-CONTA
                       PERFORM 5000-CONFERIR-CONTA
                           THRU 5000-CONFERIR-CONTA-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2500-CONFERIR-AUDITORIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ISENCOES CONCEDIDAS HOJE; LINHA ANTIGA SO COM O CPF NAO TEM *
      *>   QUEM CONFERIR                                               *
      *----------------------------------------------------------------*
       2600-VARRER-ISENCOES.
      *----------------------------------------------------------------*
           OPEN INPUT ISENCAO-FILE.
           IF WRK-STATUS-ISEN NOT = "00"
               GO TO 2600-VARRER-ISENCOES-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 2700-CONFERIR-ISENCAO
               THRU 2700-CONFERIR-ISENCAO-EXIT
               UNTIL FIM-ARQUIVO.

           CLOSE ISENCAO-FILE.
       2600-VARRER-ISENCOES-EXIT.
           EXIT.

       2700-CONFERIR-ISENCAO.
           READ ISENCAO-FILE.
           IF WRK-STATUS-ISEN NOT = "00"
               SET FIM-ARQUIVO TO TRUE
               GO TO 2700-CONFERIR-ISENCAO-EXIT
           END-IF.
           IF ISEN-OPERADOR = SPACES
               OR ISEN-DATA IS NOT NUMERIC
               GO TO 2700-CONFERIR-ISENCAO-EXIT
           END-IF.
           IF ISEN-DATA NOT = WRK-DATA-HOJE
               GO TO 2700-CONFERIR-ISENCAO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ISENCOES.

           MOVE "ISENCAO"     TO WRK-EV-ORIGEM.
           MOVE ISEN-OPERADOR TO WRK-EV-OPERADOR.
           MOVE ZEROS         TO WRK-EV-CONTA.
           MOVE ISEN-CPF      TO WRK-EV-CPF.
           MOVE ZEROS         TO WRK-EV-VALOR.
           MOVE SPACE         TO WRK-EV-TIPO.
           PERFORM 5100-CONFERIR-CPF THRU 5100-CONFERIR-CPF-EXIT.
       2700-CONFERIR-ISENCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LANCAMENTO EM CONTA: CADA CPF VINCULADO AO OPERADOR E       *
      *>   PROCURADO ENTRE OS TITULARES DA CONTA                       *
      *----------------------------------------------------------------*
       5000-CONFERIR-CONTA.
      *----------------------------------------------------------------*
           PERFORM 5200-LOCALIZAR-OPERADOR
               THRU 5200-LOCALIZAR-OPERADOR-EXIT.
           IF NOT OPERADOR-ACHADO
               GO TO 5000-CONFERIR-CONTA-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-OPERADOR.
           PERFORM 5050-CONFERIR-TITULAR THRU 5050-CONFERIR-TITULAR-EXIT
               UNTIL FIM-OPERADOR.
       5000-CONFERIR-CONTA-EXIT.
           EXIT.

       5050-CONFERIR-TITULAR.
           MOVE WRK-EV-CONTA           TO TIT_CONTA.
           MOVE WRK-VI-CPF (WRK-VI-SUB) TO TIT_CPF.
           READ TITULAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TIT_CPF TO WRK-EV-CPF
                   PERFORM 6000-REGISTRAR-OCORRENCIA
                       THRU 6000-REGISTRAR-OCORRENCIA-EXIT
           END-READ.
           PERFORM 5300-PROXIMO-VINCULO THRU 5300-PROXIMO-VINCULO-EXIT.
       5050-CONFERIR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MUDANCA FEITA DIRETO NO CPF (LIMITE, ISENCAO)               *
      *----------------------------------------------------------------*
       5100-CONFERIR-CPF.
      *----------------------------------------------------------------*
           PERFORM 5200-LOCALIZAR-OPERADOR
               THRU 5200-LOCALIZAR-OPERADOR-EXIT.
           IF NOT OPERADOR-ACHADO
               GO TO 5100-CONFERIR-CPF-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-OPERADOR.
           PERFORM 5150-COMPARAR-CPF THRU 5150-COMPARAR-CPF-EXIT
               UNTIL FIM-OPERADOR.
       5100-CONFERIR-CPF-EXIT.
           EXIT.

       5150-COMPARAR-CPF.
           IF WRK-VI-CPF (WRK-VI-SUB) = WRK-EV-CPF
               PERFORM 6000-REGISTRAR-OCORRENCIA
                   THRU 6000-REGISTRAR-OCORRENCIA-EXIT
           END-IF.
           PERFORM 5300-PROXIMO-VINCULO THRU 5300-PROXIMO-VINCULO-EXIT.
       5150-COMPARAR-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRIMEIRO VINCULO DO OPERADOR NA TABELA (WRK-VI-SUB)         *
      *----------------------------------------------------------------*
       5200-LOCALIZAR-OPERADOR.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-OPERADOR-ACHADO.
           SET WRK-VI-IDX TO 1.
           SEARCH WRK-VI-ITEM
               VARYING WRK-VI-IDX
               AT END
                   CONTINUE
               WHEN WRK-VI-IDX > WRK-MAX-VINCULOS
                   CONTINUE
               WHEN WRK-VI-OPERADOR (WRK-VI-IDX) = WRK-EV-OPERADOR
                   SET OPERADOR-ACHADO TO TRUE
                   SET WRK-VI-SUB TO WRK-VI-IDX
           END-SEARCH.
       5200-LOCALIZAR-OPERADOR-EXIT.
           EXIT.

       5300-PROXIMO-VINCULO.
           ADD 1 TO WRK-VI-SUB.
           IF WRK-VI-SUB > WRK-MAX-VINCULOS
               SET FIM-OPERADOR TO TRUE
               GO TO 5300-PROXIMO-VINCULO-EXIT
           END-IF.
           IF WRK-VI-OPERADOR (WRK-VI-SUB) NOT = WRK-EV-OPERADOR
               SET FIM-OPERADOR TO TRUE
           END-IF.
       5300-PROXIMO-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   OCORRENCIA: SEMPRE NO RELATORIO; DO LIMITE PARA CIMA, TAMBEM*
      *>   NA FILA DE DILIGENCIA REFORCADA                             *
      *----------------------------------------------------------------*
       6000-REGISTRAR-OCORRENCIA.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-OCORRENCIAS.
           ADD WRK-EV-VALOR TO WRK-VALOR-OCORRENCIAS.

           MOVE SPACES TO WRK-LO-EDD.
           IF WRK-EV-VALOR NOT < WRK-LIMITE-EDD
               AND WRK-EV-VALOR > ZEROS
               AND EDD-ABERTO
               PERFORM 6500-ENVIAR-EDD THRU 6500-ENVIAR-EDD-EXIT
               MOVE "PARA EDD" TO WRK-LO-EDD
           END-IF.

           MOVE WRK-EV-ORIGEM           TO WRK-LO-ORIGEM.
           MOVE WRK-EV-OPERADOR         TO WRK-LO-OPERADOR.
           MOVE WRK-EV-CPF              TO WRK-LO-CPF.
           MOVE WRK-VI-VINCULO (WRK-VI-SUB) TO WRK-LO-VINCULO.
           MOVE WRK-EV-CONTA            TO WRK-LO-CONTA.
           MOVE WRK-EV-VALOR            TO WRK-LO-VALOR.
           MOVE WRK-LINHA-OCORRENCIA    TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-REGISTRAR-OCORRENCIA-EXIT.
           EXIT.

       6500-ENVIAR-EDD.
           MOVE WRK-PROXIMO-EDD TO EDD_NUMERO.
           ADD 1 TO WRK-PROXIMO-EDD.
           SET EDD-PENDENTE TO TRUE.
           MOVE WRK-DATA-HOJE   TO EDD_DATA.
           MOVE WRK-EV-CPF      TO EDD_CPF.
           MOVE WRK-EV-CONTA    TO EDD_CONTA.
           MOVE WRK-EV-TIPO     TO EDD_TIPO.
           MOVE WRK-EV-VALOR    TO EDD_VALOR.
           MOVE "BRL"           TO EDD_MOEDA.
           MOVE "INSD"          TO EDD_CODIGO.
           MOVE SPACES          TO EDD_OPERADOR.
           WRITE EDD-REG.
           ADD 1 TO WRK-QTDE-PARA-EDD.
       6500-ENVIAR-EDD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF WRK-MAX-VINCULOS > ZEROS
               CLOSE TITULAR-FILE
           END-IF.
           IF EDD-ABERTO
               CLOSE EDD-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND WRK-QTDE-OCORRENCIAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== CONFLITO DE INTERESSE - OPERADORES =====".
           DISPLAY "VINCULOS DECLARADOS..: " WRK-QTDE-VINCULOS.
           DISPLAY "CREDITOS CONFERIDOS..: " WRK-QTDE-CREDITOS.
           DISPLAY "ESTORNOS CONFERIDOS..: " WRK-QTDE-ESTORNOS.
           DISPLAY "DECISOES DE ESTORNO..: " WRK-QTDE-DEC-ESTORNO.
           DISPLAY "ALTERACOES DE LIMITE.: " WRK-QTDE-LIMITES.
           DISPLAY "ISENCOES CONFERIDAS..: " WRK-QTDE-ISENCOES.
           DISPLAY "OCORRENCIAS..........: " WRK-QTDE-OCORRENCIAS.
           DISPLAY "VALOR DAS OCORRENCIAS: " WRK-VALOR-OCORRENCIAS.
           DISPLAY "ENVIADAS PARA EDD....: " WRK-QTDE-PARA-EDD.
       9000-FINALIZAR-EXIT.
           EXIT.
