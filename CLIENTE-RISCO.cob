      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  CPF ATIVO NA LISTA RESTRITIVA (LISTREST,  <*
      *>                    CARGA RESTRITIVA-CARGA.COB) VALE ALTO, E  <*
      *>                    A EMPRESA CUJO BENEFICIARIO FINAL ATIVO   <*
      *>                    (UBOMST, CARGA UBO-CARGA.COB) ESTA ATIVO  <*
      *>                    NO REGISTRO DE PEP OU NA LISTA RESTRITIVA <*
      *>                    TAMBEM VALE ALTO                          <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               RECORD KEY         IS PEP_CPF
               FILE STATUS        IS WRK-STATUS-PEP.

           SELECT UBO-FILE            ASSIGN TO "UBOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS UBO-CHAVE
               ALTERNATE RECORD KEY IS UBO_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-UBO.

           SELECT RESTRITIVA-FILE     ASSIGN TO "LISTREST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RST_CPF
               FILE STATUS        IS WRK-STATUS-RST.

           SELECT FATOR-FILE          ASSIGN TO "RISCOCAD"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-FAT.
       FD  PEP-FILE.
           COPY PEP-REG.

       FD  UBO-FILE.
           COPY UBO-REG.

       FD  RESTRITIVA-FILE.
           COPY RESTRITIVA-REG.

       FD  FATOR-FILE.
       01  FATOR-REG.
           02 FAT-CPF             PIC X(11).
       77  WRK-STATUS-CLI         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PEP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FAT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-UBO         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RST         PIC X(02) VALUE SPACES.

       77  WRK-FIM-CLI            PIC X(01) VALUE "N".
           88 FIM-CLI                 VALUE "S".
           88 FIM-FAT                 VALUE "S".
       77  WRK-SEM-PEP            PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-PEP         VALUE "S".
       77  WRK-SEM-UBO            PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-UBO         VALUE "S".
       77  WRK-SEM-RESTRITIVA     PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-RESTRITIVA  VALUE "S".
       77  WRK-FIM-UBO            PIC X(01) VALUE "N".
           88 FIM-UBO                 VALUE "S".
       77  WRK-PESSOA-MARCADA     PIC X(01) VALUE "N".
           88 PESSOA-MARCADA          VALUE "S".
       77  WRK-CPF-CONSULTA       PIC X(11) VALUE SPACES.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-BAIXO         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTO          PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-MUDADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FATORES       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RESTRITIVA    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-UBO-MARCADO   PIC 9(07) VALUE ZEROS.

       77  WRK-CLASSE-NOVA        PIC X(01) VALUE SPACE.
       77  WRK-CLASSE-ANTERIOR    PIC X(01) VALUE SPACE.
               SET SEM-ARQUIVO-PEP TO TRUE
           END-IF.

           OPEN INPUT UBO-FILE.
           IF WRK-STATUS-UBO NOT = "00"
               SET SEM-ARQUIVO-UBO TO TRUE
           END-IF.

           OPEN INPUT RESTRITIVA-FILE.
           IF WRK-STATUS-RST NOT = "00"
               SET SEM-ARQUIVO-RESTRITIVA TO TRUE
           END-IF.

           PERFORM 2100-LER-CLIENTE THRU 2100-LER-CLIENTE-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

           PERFORM 3000-APLICAR-FATOR THRU 3000-APLICAR-FATOR-EXIT.
           PERFORM 4000-APLICAR-PEP   THRU 4000-APLICAR-PEP-EXIT.
           PERFORM 4500-APLICAR-RESTRITIVA
               THRU 4500-APLICAR-RESTRITIVA-EXIT.
           PERFORM 5000-APLICAR-UBO   THRU 5000-APLICAR-UBO-EXIT.

      *>   SO A CLASSE QUE MUDOU REGRAVA: A VARREDURA E DE TODO O
      *>   MESTRE, TODA NOITE, E O REWRITE INCONDICIONAL SO GASTAVA
       4000-APLICAR-PEP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4500-APLICAR-RESTRITIVA.
      *----------------------------------------------------------------*
           IF SEM-ARQUIVO-RESTRITIVA
               GO TO 4500-APLICAR-RESTRITIVA-EXIT
           END-IF.

           MOVE CLIENTE_CPF TO RST_CPF.
           READ RESTRITIVA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-ATIVO
                       MOVE "A" TO WRK-CLASSE-NOVA
                       ADD 1 TO WRK-QTDE-RESTRITIVA
                   END-IF
           END-READ.
       4500-APLICAR-RESTRITIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EMPRESA CUJO BENEFICIARIO FINAL ATIVO (UBOMST) ESTA ATIVO   *
      *>   NO REGISTRO DE PEP OU NA LISTA RESTRITIVA VALE ALTO: A      *
      *>   EXPOSICAO DO DONO PASSA PARA A EMPRESA QUE ELE CONTROLA,    *
      *>   DIRETA OU INDIRETAMENTE                                     *
      *----------------------------------------------------------------*
       5000-APLICAR-UBO.
      *----------------------------------------------------------------*
           IF NOT CLIENTE-PESSOA-JURIDICA
               OR CLIENTE_CNPJ = SPACES
               OR SEM-ARQUIVO-UBO
               OR WRK-CLASSE-NOVA = "A"
               GO TO 5000-APLICAR-UBO-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-UBO.
           MOVE "N" TO WRK-PESSOA-MARCADA.
           MOVE CLIENTE_CNPJ TO UBO_CNPJ.
           MOVE LOW-VALUES   TO UBO_CPF.
           START UBO-FILE
               KEY IS NOT LESS THAN UBO-CHAVE
               INVALID KEY
                   GO TO 5000-APLICAR-UBO-EXIT
           END-START.

           PERFORM 5100-VARRER-UBO THRU 5100-VARRER-UBO-EXIT
               UNTIL FIM-UBO OR PESSOA-MARCADA.

           IF PESSOA-MARCADA
               MOVE "A" TO WRK-CLASSE-NOVA
               ADD 1 TO WRK-QTDE-UBO-MARCADO
           END-IF.
       5000-APLICAR-UBO-EXIT.
           EXIT.

       5100-VARRER-UBO.
           READ UBO-FILE NEXT RECORD
               AT END
                   SET FIM-UBO TO TRUE
                   GO TO 5100-VARRER-UBO-EXIT
           END-READ.

           IF UBO_CNPJ NOT = CLIENTE_CNPJ
               SET FIM-UBO TO TRUE
               GO TO 5100-VARRER-UBO-EXIT
           END-IF.

           IF UBO-ATIVO
               MOVE UBO_CPF TO WRK-CPF-CONSULTA
               PERFORM 5200-CONSULTAR-PESSOA
                   THRU 5200-CONSULTAR-PESSOA-EXIT
           END-IF.
       5100-VARRER-UBO-EXIT.
           EXIT.

       5200-CONSULTAR-PESSOA.
           IF NOT SEM-ARQUIVO-PEP
               MOVE WRK-CPF-CONSULTA TO PEP_CPF
               READ PEP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PEP-ATIVO
                           SET PESSOA-MARCADA TO TRUE
                       END-IF
               END-READ
           END-IF.

           IF NOT SEM-ARQUIVO-RESTRITIVA
               AND NOT PESSOA-MARCADA
               MOVE WRK-CPF-CONSULTA TO RST_CPF
               READ RESTRITIVA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RST-ATIVO
                           SET PESSOA-MARCADA TO TRUE
                       END-IF
               END-READ
           END-IF.
       5200-CONSULTAR-PESSOA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF NOT SEM-ARQUIVO-PEP
               CLOSE PEP-FILE
           END-IF.
           IF NOT SEM-ARQUIVO-UBO
               CLOSE UBO-FILE
           END-IF.
           IF NOT SEM-ARQUIVO-RESTRITIVA
               CLOSE RESTRITIVA-FILE
           END-IF.

      *>   O MESTRE DE CLIENTES FOI REESCRITO: O SELO DE INTEGRIDADE
      *>   E REFEITO PARA O PROXIMO LEITOR CONFERIR
           DISPLAY "RISCO ALTO...........: " WRK-QTDE-ALTO.
           DISPLAY "CLASSES ALTERADAS....: " WRK-QTDE-MUDADOS.
           DISPLAY "FATORES CARREGADOS...: " WRK-QTDE-FATORES.
           DISPLAY "NA LISTA RESTRITIVA..: " WRK-QTDE-RESTRITIVA.
           DISPLAY "ALTO POR UBO.........: " WRK-QTDE-UBO-MARCADO.
       9000-FINALIZAR-EXIT.
           EXIT.
