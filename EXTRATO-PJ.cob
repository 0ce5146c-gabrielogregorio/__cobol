      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  REGISTRO DO ARQUIVO GERADO EM TRANSMST    <*
      *>   15/10/2026  GGS  AS CONTAS DE CADA CNPJ PASSAM A SER LIDAS <*
      *>                    PELA CHAVE ALTERNATIVA REF_CPF DA         <*
      *>                    REFERENCIA CONTAREF                       <*
      *>                    (CONTA-REFERENCIA.COB), CONFERIDA PELO    <*
      *>                    SELO, EM VEZ DE VARRER CONTATIT INTEIRO A <*
      *>                    CADA CLIENTE                              <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.

       77  WRK-FIM-MASTER         PIC X(01) VALUE "N".
           88 FIM-MASTER              VALUE "S".
       77  WRK-FIM-REF            PIC X(01) VALUE "N".
           88 FIM-REF                 VALUE "S".
       77  WRK-SEM-REFERENCIA     PIC X(01) VALUE "N".
           88 SEM-REFERENCIA          VALUE "S".
       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-TCOD-DISPONIVEL    PIC X(01) VALUE "N".
       77  WRK-CPF-CORRENTE       PIC X(11) VALUE SPACES.
       77  WRK-CONTA-CORRENTE     PIC 9(08) VALUE ZEROS.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

      *----------------------------------------------------------------*
      *>   APURACAO DA CONTA CORRENTE DO LACO                          *
      *----------------------------------------------------------------*
       77  WRK-TOT-DEBITOS        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS       PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "EXTRPJ".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "CLIENTE-PJ".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTROS DO ARQUIVO, DISCIPLINA DE CLIEXPRT                *
      *----------------------------------------------------------------*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-EXAMINAR-CLIENTE
               THRU 2000-EXAMINAR-CLIENTE-EXIT
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   AS CONTAS DE CADA CNPJ VEM DA REFERENCIA CONTAREF: ANTES DE *
      *>   CONFIAR NELA, O SELO DE INTEGRIDADE (ARQUIVO-SELO.COB) E    *
      *>   CONFERIDO                                                   *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "EXPJ-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT REFERENCIA-FILE.
           IF WRK-STATUS-REF NOT = "00"
               SET SEM-REFERENCIA TO TRUE
           END-IF.
           OPEN INPUT CONTA-FILE.

           OPEN INPUT TRANSCOD-FILE.
       2000-EXAMINAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AS CONTAS DO CNPJ SAO AS QUE O TEM COMO TITULAR PRINCIPAL,  *
      *>   LIDAS PELA CHAVE ALTERNATIVA REF_CPF DE CONTAREF SEM VARRER *
      *>   O VINCULO INTEIRO A CADA CLIENTE                            *
      *----------------------------------------------------------------*
       3000-EXTRAIR-CONTAS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-REF.

           IF SEM-REFERENCIA
               GO TO 3000-EXTRAIR-CONTAS-EXIT
           END-IF.

           MOVE WRK-CPF-CORRENTE TO REF_CPF.
           START REFERENCIA-FILE
               KEY IS EQUAL TO REF_CPF
               INVALID KEY
                   SET FIM-REF TO TRUE
           END-START.

           PERFORM 3100-EXAMINAR-REFERENCIA
               THRU 3100-EXAMINAR-REFERENCIA-EXIT
               UNTIL FIM-REF.
       3000-EXTRAIR-CONTAS-EXIT.
           EXIT.

       3100-EXAMINAR-REFERENCIA.
           READ REFERENCIA-FILE NEXT RECORD
               AT END
                   SET FIM-REF TO TRUE
                   GO TO 3100-EXAMINAR-REFERENCIA-EXIT
           END-READ.

           IF REF_CPF NOT = WRK-CPF-CORRENTE
               SET FIM-REF TO TRUE
               GO TO 3100-EXAMINAR-REFERENCIA-EXIT
           END-IF.

           MOVE REF_CONTA TO WRK-CONTA-CORRENTE.
           PERFORM 4000-EXTRAIR-UMA-CONTA
               THRU 4000-EXTRAIR-UMA-CONTA-EXIT.
       3100-EXAMINAR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           IF WRK-STATUS-MASTER = "00" OR WRK-STATUS-MASTER = "10"
               CLOSE CLIENTE-MASTER-FILE
               IF NOT SEM-REFERENCIA
                   CLOSE REFERENCIA-FILE
               END-IF
               CLOSE CONTA-FILE
               CLOSE TRANSCOD-FILE
               CLOSE EXPORT-FILE
               MOVE WRK-QTDE-MOVTOS TO WRK-TRM-QTDE
               COMPUTE WRK-TRM-HASH =
                   WRK-TOT-DEBITOS + WRK-TOT-CREDITOS
               CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
                   WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
                   WRK-TRM-PRAZO-DIAS
           END-IF.

           DISPLAY "===== EXTRATO ELETRONICO PJ =====".
