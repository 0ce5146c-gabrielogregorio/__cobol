      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SANCAO-VARREDURA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REVARREDURA DA BASE INTEIRA CONTRA A LISTA DE  <*
      *>                SANCOES, CHAMADA POR SANCAO-CARGA.COB A CADA  <*
      *>                VERSAO NOVA DA LISTA. CADA CLIENTE ATIVO OU   <*
      *>                BLOQUEADO DE CLIMAST TEM O NOME TRIADO EM     <*
      *>                SANCAO-TRIAGEM.COB (ORIGEM C); NA PESSOA      <*
      *>                JURIDICA, TAMBEM CADA BENEFICIARIO FINAL      <*
      *>                ATIVO DE UBOMST (ORIGEM U). DEPOIS CADA       <*
      *>                ASSINANTE ATIVO DE ASSMST E TRIADO EM NOME DO <*
      *>                TITULAR PRINCIPAL DA CONTA (ORIGEM A).        <*
      *>                SUSPEITAS VAO PARA A FILA SANCFILA PELA       <*
      *>                PROPRIA TRIAGEM; O CADASTRO NAO E ALTERADO    <*
      *>                AQUI - O BLOQUEIO SO VEM NA CONFIRMACAO DO    <*
      *>                COMPLIANCE (SANCAO-DECISAO.COB)               <*
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
           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT UBO-FILE            ASSIGN TO "UBOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS UBO-CHAVE
               ALTERNATE RECORD KEY IS UBO_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-UBO.

           SELECT ASSINANTE-FILE      ASSIGN TO "ASSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS ASS-CHAVE
               FILE STATUS        IS WRK-STATUS-ASS.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  UBO-FILE.
           COPY UBO-REG.

       FD  ASSINANTE-FILE.
           COPY ASSINANTE-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-UBO         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ASS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.

       77  WRK-FIM-MASTER         PIC X(01) VALUE "N".
           88 FIM-MASTER              VALUE "S".
       77  WRK-FIM-UBO            PIC X(01) VALUE "N".
           88 FIM-UBO                 VALUE "S".
       77  WRK-FIM-ASS            PIC X(01) VALUE "N".
           88 FIM-ASS                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".

       77  WRK-SEM-ARQUIVO-UBO    PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-UBO         VALUE "S".
       77  WRK-SEM-ARQUIVO-ASS    PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-ASS         VALUE "S".
       77  WRK-SEM-ARQUIVO-TIT    PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-TIT         VALUE "S".
       77  WRK-SEM-LISTA          PIC X(01) VALUE "N".
           88 SEM-LISTA               VALUE "S".

       77  WRK-CNPJ-EMPRESA       PIC X(14) VALUE SPACES.
       77  WRK-TITULAR-PRINCIPAL  PIC X(11) VALUE SPACES.

       77  WRK-QTDE-CLIENTES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-UBO           PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ASSINANTES    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-TITULAR   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-TRIADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SUSPEITAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONFIRMADAS   PIC 9(07) VALUE ZEROS.

       77  WRK-SAN-CLIENTE        PIC X(11) VALUE SPACES.
       77  WRK-SAN-ORIGEM         PIC X(01) VALUE SPACES.
       77  WRK-SAN-DOCUMENTO      PIC X(14) VALUE SPACES.
       77  WRK-SAN-NOME           PIC X(40) VALUE SPACES.
       77  WRK-SAN-RESULTADO      PIC X(01) VALUE SPACES.
           88 SAN-SEM-OCORRENCIA      VALUE "N".
           88 SAN-SUSPEITA            VALUE "S".
           88 SAN-CONFIRMADA          VALUE "C".
           88 SAN-LISTA-INDISPONIVEL  VALUE "I".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-VARRER-CLIENTE   THRU 2000-VARRER-CLIENTE-EXIT
               UNTIL FIM-MASTER OR SEM-LISTA.

           IF NOT SEM-LISTA AND NOT SEM-ARQUIVO-ASS
               PERFORM 4000-VARRER-ASSINANTE
                   THRU 4000-VARRER-ASSINANTE-EXIT
                   UNTIL FIM-ASS OR SEM-LISTA
           END-IF.

           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "MESTRE DE CLIENTES CLIMAST AUSENTE, "
                   "REVARREDURA NAO FEITA"
               SET FIM-MASTER TO TRUE
               SET SEM-ARQUIVO-UBO TO TRUE
               SET SEM-ARQUIVO-ASS TO TRUE
               SET SEM-ARQUIVO-TIT TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT UBO-FILE.
           IF WRK-STATUS-UBO NOT = "00"
               SET SEM-ARQUIVO-UBO TO TRUE
           END-IF.

           OPEN INPUT ASSINANTE-FILE.
           IF WRK-STATUS-ASS NOT = "00"
               SET SEM-ARQUIVO-ASS TO TRUE
           END-IF.

           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               SET SEM-ARQUIVO-TIT TO TRUE
           END-IF.

           PERFORM 2100-LER-MASTER THRU 2100-LER-MASTER-EXIT.
           IF NOT SEM-ARQUIVO-ASS
               PERFORM 4100-LER-ASSINANTE THRU 4100-LER-ASSINANTE-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-VARRER-CLIENTE.
      *----------------------------------------------------------------*
           IF CLIENTE-FALECIDO OR CLIENTE-ENCERRADO OR CLIENTE-FUNDIDO
               GO TO 2000-VARRER-CLIENTE-LER
           END-IF.

           ADD 1 TO WRK-QTDE-CLIENTES.

           MOVE CLIENTE_CPF  TO WRK-SAN-CLIENTE.
           MOVE "C"          TO WRK-SAN-ORIGEM.
           IF CLIENTE-PESSOA-JURIDICA
               MOVE CLIENTE_CNPJ TO WRK-SAN-DOCUMENTO
           ELSE
               MOVE CLIENTE_CPF  TO WRK-SAN-DOCUMENTO
           END-IF.
           MOVE CLIENTE_NOME TO WRK-SAN-NOME.
           PERFORM 5000-TRIAR THRU 5000-TRIAR-EXIT.

           IF CLIENTE-PESSOA-JURIDICA
               AND CLIENTE_CNPJ NOT = SPACES
               AND NOT SEM-ARQUIVO-UBO
               AND NOT SEM-LISTA
               PERFORM 3000-TRIAR-UBO THRU 3000-TRIAR-UBO-EXIT
           END-IF.

       2000-VARRER-CLIENTE-LER.
           PERFORM 2100-LER-MASTER THRU 2100-LER-MASTER-EXIT.
       2000-VARRER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-MASTER.
      *----------------------------------------------------------------*
           READ CLIENTE-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-MASTER TO TRUE
           END-READ.
       2100-LER-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   BENEFICIARIOS FINAIS ATIVOS DA EMPRESA                      *
      *----------------------------------------------------------------*
       3000-TRIAR-UBO.
      *----------------------------------------------------------------*
           MOVE CLIENTE_CNPJ TO WRK-CNPJ-EMPRESA.
           MOVE "N"          TO WRK-FIM-UBO.
           MOVE CLIENTE_CNPJ TO UBO_CNPJ.
           MOVE LOW-VALUES   TO UBO_CPF.
           START UBO-FILE KEY IS NOT LESS THAN UBO-CHAVE
               INVALID KEY
                   GO TO 3000-TRIAR-UBO-EXIT
           END-START.

           PERFORM 3100-LER-UBO THRU 3100-LER-UBO-EXIT.
           PERFORM 3200-TRIAR-SOCIO THRU 3200-TRIAR-SOCIO-EXIT
               UNTIL FIM-UBO OR SEM-LISTA.
       3000-TRIAR-UBO-EXIT.
           EXIT.

       3100-LER-UBO.
           READ UBO-FILE NEXT RECORD
               AT END
                   SET FIM-UBO TO TRUE
           END-READ.
           IF NOT FIM-UBO
               AND UBO_CNPJ NOT = WRK-CNPJ-EMPRESA
               SET FIM-UBO TO TRUE
           END-IF.
       3100-LER-UBO-EXIT.
           EXIT.

       3200-TRIAR-SOCIO.
           IF UBO-ATIVO
               ADD 1 TO WRK-QTDE-UBO
               MOVE CLIENTE_CPF TO WRK-SAN-CLIENTE
               MOVE "U"         TO WRK-SAN-ORIGEM
               MOVE UBO_CPF     TO WRK-SAN-DOCUMENTO
               MOVE UBO_NOME    TO WRK-SAN-NOME
               PERFORM 5000-TRIAR THRU 5000-TRIAR-EXIT
           END-IF.
           PERFORM 3100-LER-UBO THRU 3100-LER-UBO-EXIT.
       3200-TRIAR-SOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ASSINANTES ATIVOS, TRIADOS EM NOME DO TITULAR PRINCIPAL     *
      *----------------------------------------------------------------*
       4000-VARRER-ASSINANTE.
      *----------------------------------------------------------------*
           IF NOT ASS-ATIVO
               GO TO 4000-VARRER-ASSINANTE-LER
           END-IF.

           ADD 1 TO WRK-QTDE-ASSINANTES.
           PERFORM 4200-ACHAR-TITULAR THRU 4200-ACHAR-TITULAR-EXIT.
           IF WRK-TITULAR-PRINCIPAL = SPACES
               ADD 1 TO WRK-QTDE-SEM-TITULAR
               GO TO 4000-VARRER-ASSINANTE-LER
           END-IF.

           MOVE WRK-TITULAR-PRINCIPAL TO WRK-SAN-CLIENTE.
           MOVE "A"                   TO WRK-SAN-ORIGEM.
           MOVE ASS_CPF               TO WRK-SAN-DOCUMENTO.
           MOVE ASS_NOME              TO WRK-SAN-NOME.
           PERFORM 5000-TRIAR THRU 5000-TRIAR-EXIT.

       4000-VARRER-ASSINANTE-LER.
           PERFORM 4100-LER-ASSINANTE THRU 4100-LER-ASSINANTE-EXIT.
       4000-VARRER-ASSINANTE-EXIT.
           EXIT.

       4100-LER-ASSINANTE.
           READ ASSINANTE-FILE NEXT RECORD
               AT END
                   SET FIM-ASS TO TRUE
           END-READ.
       4100-LER-ASSINANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TITULAR PRINCIPAL DA CONTA DO ASSINANTE EM CONTATIT         *
      *----------------------------------------------------------------*
       4200-ACHAR-TITULAR.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-TITULAR-PRINCIPAL.
           IF SEM-ARQUIVO-TIT
               GO TO 4200-ACHAR-TITULAR-EXIT
           END-IF.

           MOVE "N"        TO WRK-FIM-TIT.
           MOVE ASS_CONTA  TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 4200-ACHAR-TITULAR-EXIT
           END-START.

           PERFORM 4300-LER-TITULAR THRU 4300-LER-TITULAR-EXIT
               UNTIL FIM-TIT OR WRK-TITULAR-PRINCIPAL NOT = SPACES.
       4200-ACHAR-TITULAR-EXIT.
           EXIT.

       4300-LER-TITULAR.
           READ TITULAR-FILE NEXT RECORD
               AT END
                   SET FIM-TIT TO TRUE
                   GO TO 4300-LER-TITULAR-EXIT
           END-READ.
           IF TIT_CONTA NOT = ASS_CONTA
               SET FIM-TIT TO TRUE
               GO TO 4300-LER-TITULAR-EXIT
           END-IF.
           IF TIT-PRINCIPAL
               MOVE TIT_CPF TO WRK-TITULAR-PRINCIPAL
           END-IF.
       4300-LER-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-TRIAR.
      *----------------------------------------------------------------*
           CALL "SANCAO-TRIAGEM" USING WRK-SAN-CLIENTE WRK-SAN-ORIGEM
               WRK-SAN-DOCUMENTO WRK-SAN-NOME WRK-SAN-RESULTADO.
           ADD 1 TO WRK-QTDE-TRIADOS.

           EVALUATE TRUE
               WHEN SAN-SUSPEITA
                   ADD 1 TO WRK-QTDE-SUSPEITAS
               WHEN SAN-CONFIRMADA
                   ADD 1 TO WRK-QTDE-CONFIRMADAS
               WHEN SAN-LISTA-INDISPONIVEL
                   DISPLAY "LISTA DE SANCOES SANCMST AUSENTE, "
                       "REVARREDURA INTERROMPIDA"
                   SET SEM-LISTA TO TRUE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5000-TRIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CLIENTE-MASTER-FILE.
           IF NOT SEM-ARQUIVO-UBO
               CLOSE UBO-FILE
           END-IF.
           IF NOT SEM-ARQUIVO-ASS
               CLOSE ASSINANTE-FILE
           END-IF.
           IF NOT SEM-ARQUIVO-TIT
               CLOSE TITULAR-FILE
           END-IF.

           DISPLAY "===== REVARREDURA DA LISTA DE SANCOES =====".
           DISPLAY "CLIENTES TRIADOS.....: " WRK-QTDE-CLIENTES.
           DISPLAY "UBO TRIADOS..........: " WRK-QTDE-UBO.
           DISPLAY "ASSINANTES TRIADOS...: " WRK-QTDE-ASSINANTES.
           DISPLAY "ASSINANTE SEM TITULAR: " WRK-QTDE-SEM-TITULAR.
           DISPLAY "NOMES TRIADOS........: " WRK-QTDE-TRIADOS.
           DISPLAY "SUSPEITAS NA FILA....: " WRK-QTDE-SUSPEITAS.
           DISPLAY "JA CONFIRMADAS.......: " WRK-QTDE-CONFIRMADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
