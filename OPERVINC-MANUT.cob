      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. OPERVINC-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DO VINCULO OPERADOR X CPF           <*
      *>                (OPERVINC) A PARTIR DO LOTE OPERVINCMANUT     <*
      *>                (FUNCAO A/D/I, OPERADOR VINCULADO, CPF,       <*
      *>                VINCULO P/C/F/S/O, NOME, OPERADOR QUE         <*
      *>                DIGITA), NO MESMO IDIOMA DE                   <*
      *>                LIMITE-CLIENTE-MANUT.COB. O OPERADOR          <*
      *>                VINCULADO PRECISA EXISTIR NO USERFILE; O CPF  <*
      *>                NAO PRECISA SER CLIENTE. NINGUEM EXCLUI O     <*
      *>                PROPRIO VINCULO. QUEM DIGITA PRECISA DA       <*
      *>                PERMISSAO OPERVINC-MANUT (AUTORIZA-CHECK) E   <*
      *>                TODA MUDANCA E AUDITADA VIA AUDIT-LOG         <*
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
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS OVIN-CHAVE
               FILE STATUS        IS WRK-STATUS-VINC.

           SELECT USER-FILE           ASSIGN TO "USERFILE"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS USER_ID
               FILE STATUS        IS WRK-STATUS-USER.

           SELECT MANUT-FILE          ASSIGN TO "OPERVINCMANUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  VINCULO-FILE.
           COPY OPERVINC-REG.

       FD  USER-FILE.
       01  USER-REG.
           02 USER_ID                 PIC X(20).
           02 USER_PROGRAMA           PIC X(08) OCCURS 10 TIMES.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 VMAN-FUNCAO             PIC X(01).
               88 VMAN-ADD                VALUE "A".
               88 VMAN-DELETE             VALUE "D".
               88 VMAN-INQUIRY            VALUE "I".
           02 VMAN-OPER-VINCULADO     PIC X(08).
           02 VMAN-CPF                PIC X(11).
           02 VMAN-VINCULO            PIC X(01).
           02 VMAN-NOME               PIC X(30).
           02 VMAN-OPERADOR           PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-VINC        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-USER        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "VINCULO_OPER".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20)
           VALUE "OPERVINC-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".
       77  WRK-QTDE-SEM-PERMISSAO  PIC 9(07) VALUE ZEROS.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-MANUT  THRU 2000-PROCESSAR-MANUT-EXIT
               UNTIL FIM-MANUT.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O VINCULO-FILE.
           IF WRK-STATUS-VINC = "35"
               CLOSE VINCULO-FILE
               OPEN OUTPUT VINCULO-FILE
               CLOSE VINCULO-FILE
               OPEN I-O VINCULO-FILE
           END-IF.

           OPEN INPUT USER-FILE.

           OPEN INPUT MANUT-FILE.
           IF WRK-STATUS-MANUT NOT = "00"
               SET FIM-MANUT TO TRUE
           END-IF.

           IF NOT FIM-MANUT
               PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-MANUT.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           IF NOT VMAN-INQUIRY
               CALL "AUTORIZA-CHECK" USING VMAN-OPERADOR
                   WRK-AUT-FUNCAO WRK-AUT-RESULTADO
               IF AUT-RECUSADO
                   ADD 1 TO WRK-QTDE-SEM-PERMISSAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   DISPLAY "OPERADOR SEM PERMISSAO PARA MANTER "
                       "VINCULO: " VMAN-OPERADOR
                   GO TO 2000-PROCESSAR-MANUT-LER
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN VMAN-ADD
                   PERFORM 3000-INCLUIR-VINCULO
                       THRU 3000-INCLUIR-VINCULO-EXIT
               WHEN VMAN-DELETE
                   PERFORM 5000-EXCLUIR-VINCULO
                       THRU 5000-EXCLUIR-VINCULO-EXIT
               WHEN VMAN-INQUIRY
                   PERFORM 6000-CONSULTAR-VINCULO
                       THRU 6000-CONSULTAR-VINCULO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE MANUTENCAO INVALIDA: "
                       VMAN-FUNCAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
           END-EVALUATE.

       2000-PROCESSAR-MANUT-LER.
           PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT.
       2000-PROCESSAR-MANUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-MANUT.
      *----------------------------------------------------------------*
           READ MANUT-FILE.
           IF WRK-STATUS-MANUT = "10"
               SET FIM-MANUT TO TRUE
           END-IF.
       2100-LER-MANUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O OPERADOR VINCULADO TEM DE EXISTIR NA ADMINISTRACAO DE     *
      *>   USUARIOS; O CPF DO PARENTE OU SOCIO PODE NAO SER CLIENTE    *
      *----------------------------------------------------------------*
       3000-INCLUIR-VINCULO.
      *----------------------------------------------------------------*
           IF VMAN-OPER-VINCULADO = SPACES OR VMAN-CPF = SPACES
               DISPLAY "OPERADOR OU CPF EM BRANCO, VINCULO REJEITADO: "
                   VMAN-OPER-VINCULADO " " VMAN-CPF
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-VINCULO-EXIT
           END-IF.

           MOVE VMAN-OPER-VINCULADO TO USER_ID.
           READ USER-FILE
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO NO USERFILE, "
                       "VINCULO REJEITADO: " VMAN-OPER-VINCULADO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-VINCULO-EXIT
           END-READ.

           MOVE VMAN-OPER-VINCULADO TO OVIN_OPERADOR.
           MOVE VMAN-CPF            TO OVIN_CPF.
           MOVE VMAN-VINCULO        TO OVIN_VINCULO.
           IF NOT OVIN-VINCULO-VALIDO
               DISPLAY "VINCULO DIFERENTE DE P/C/F/S/O, REJEITADO: "
                   VMAN-OPER-VINCULADO " " VMAN-CPF " " VMAN-VINCULO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-VINCULO-EXIT
           END-IF.
           MOVE VMAN-NOME           TO OVIN_NOME.
           MOVE WRK-DATA-HOJE       TO OVIN_DATA_DECLARACAO.
           MOVE VMAN-OPERADOR       TO OVIN_OPER_CADASTRO.

           WRITE OPERVINC-REG
               INVALID KEY
                   DISPLAY "VINCULO JA EXISTE: " VMAN-OPER-VINCULADO
                       " " VMAN-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-VINCULO-EXIT
           END-WRITE.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES TO WRK-AUDIT-VALOR-NOVO.
           STRING VMAN-OPER-VINCULADO " " VMAN-VINCULO
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O PROPRIO OPERADOR NAO APAGA O SEU VINCULO                  *
      *----------------------------------------------------------------*
       5000-EXCLUIR-VINCULO.
      *----------------------------------------------------------------*
           IF VMAN-OPERADOR = VMAN-OPER-VINCULADO
               DISPLAY "EXCLUSAO DO PROPRIO VINCULO RECUSADA: "
                   VMAN-OPERADOR " " VMAN-CPF
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 5000-EXCLUIR-VINCULO-EXIT
           END-IF.

           MOVE VMAN-OPER-VINCULADO TO OVIN_OPERADOR.
           MOVE VMAN-CPF            TO OVIN_CPF.
           READ VINCULO-FILE
               INVALID KEY
                   DISPLAY "VINCULO NAO ENCONTRADO PARA EXCLUIR: "
                       VMAN-OPER-VINCULADO " " VMAN-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-VINCULO-EXIT
           END-READ.

           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           STRING OVIN_OPERADOR " " OVIN_VINCULO
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO.

           DELETE VINCULO-FILE
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR VINCULO: "
                       VMAN-OPER-VINCULADO " " VMAN-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 5000-EXCLUIR-VINCULO-EXIT
           END-DELETE.

           ADD 1 TO WRK-QTDE-EXCLUIDOS.
           MOVE SPACES TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-EXCLUIR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-CONSULTAR-VINCULO.
      *----------------------------------------------------------------*
           MOVE VMAN-OPER-VINCULADO TO OVIN_OPERADOR.
           MOVE VMAN-CPF            TO OVIN_CPF.
           READ VINCULO-FILE
               INVALID KEY
                   DISPLAY "VINCULO NAO ENCONTRADO: "
                       VMAN-OPER-VINCULADO " " VMAN-CPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 6000-CONSULTAR-VINCULO-EXIT
           END-READ.

           DISPLAY "OPERADOR.....: " OVIN_OPERADOR.
           DISPLAY "CPF..........: " OVIN_CPF.
           DISPLAY "VINCULO......: " OVIN_VINCULO.
           DISPLAY "NOME.........: " OVIN_NOME.
           DISPLAY "DECLARADO EM.: " OVIN_DATA_DECLARACAO.
       6000-CONSULTAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE VMAN-CPF TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING VMAN-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE VINCULO-FILE.
           CLOSE USER-FILE.
           CLOSE MANUT-FILE.

           DISPLAY "===== MANUTENCAO DE VINCULOS DE OPERADORES =====".
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "VINCULOS INCLUIDOS...: " WRK-QTDE-INCLUIDOS.
           DISPLAY "VINCULOS EXCLUIDOS...: " WRK-QTDE-EXCLUIDOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
