      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. OPENFIN-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : MANUTENCAO DOS CONSENTIMENTOS DE COMPARTILHA-  <*
      *>                MENTO DO OPEN FINANCE (OFCONSMST) A PARTIR DO <*
      *>                LOTE OFCONSMOV: FUNCAO I (INCLUIR O           <*
      *>                CONSENTIMENTO DADO PELO CLIENTE A UMA         <*
      *>                INSTITUICAO RECEPTORA, COM OS GRUPOS DE DADOS <*
      *>                AUTORIZADOS E A DATA DE EXPIRACAO) E R        <*
      *>                (REVOGAR, COM EFEITO NA HORA: A EXTRACAO      <*
      *>                SEGUINTE JA NAO ENVIA NADA). O IDENTIFICADOR  <*
      *>                NAO PODE SE REPETIR; O CPF PRECISA PASSAR NO  <*
      *>                CPF-CHECK E SER CLIENTE ATIVO EM CLIMAST; AO  <*
      *>                MENOS UM GRUPO E AUTORIZADO; A EXPIRACAO FICA <*
      *>                ENTRE AMANHA E DOZE MESES A FRENTE.           <*
      *>                OPERADOR COM A FUNCAO OPENFIN-MANUT EM        <*
      *>                AUTORIZA-CHECK; TODA INCLUSAO E REVOGACAO E   <*
      *>                AUDITADA VIA AUDIT-LOG                        <*
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
           SELECT OPENFIN-FILE        ASSIGN TO "OFCONSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS OPF_ID
               ALTERNATE RECORD KEY IS OPF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-OPF.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT MANUT-FILE          ASSIGN TO "OFCONSMOV"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  OPENFIN-FILE.
           COPY OPENFIN-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  MANUT-FILE.
       01  MANUT-REG.
           02 OFM-FUNCAO              PIC X(01).
               88 OFM-INCLUIR             VALUE "I".
               88 OFM-REVOGAR             VALUE "R".
           02 OFM-ID                  PIC X(20).
           02 OFM-CPF                 PIC X(11).
           02 OFM-ISPB-DESTINO        PIC 9(08).
           02 OFM-NOME-DESTINO        PIC X(20).
           02 OFM-GRUPOS.
               03 OFM-GRP-CADASTRO    PIC X(01).
               03 OFM-GRP-CONTAS      PIC X(01).
               03 OFM-GRP-TRANSACOES  PIC X(01).
               03 OFM-GRP-CREDITO     PIC X(01).
           02 OFM-DATA-EXPIRACAO      PIC 9(08).
           02 OFM-OPERADOR            PIC X(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-OPF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-EOF-MANUT          PIC X(01) VALUE "N".
           88 FIM-MANUT               VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE        PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REVOGADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(07) VALUE ZEROS.

       77  WRK-CPF-VALIDO         PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO           VALUE "S".
       77  WRK-INCLUSAO-OK        PIC X(01) VALUE "N".
           88 INCLUSAO-OK             VALUE "S".

      *----------------------------------------------------------------*
      *>   IMAGEM DO CONSENTIMENTO PARA A AUDITORIA: IDENTIFICADOR,    *
      *>   SITUACAO E GRUPOS AUTORIZADOS                               *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-OPF.
           02 WRK-IOF-ID           PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IOF-SITUACAO     PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IOF-GRUPOS       PIC X(04).
           02 FILLER               PIC X(03) VALUE SPACES.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "OPF_SITUACAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "OPENFIN-MANUT".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

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
      *>   DOZE MESES A FRENTE: SOMA UM AO ANO DA DATA AAAAMMDD
           COMPUTE WRK-DATA-LIMITE = WRK-DATA-HOJE + 10000.

           OPEN I-O OPENFIN-FILE.
           IF WRK-STATUS-OPF = "35"
               CLOSE OPENFIN-FILE
               OPEN OUTPUT OPENFIN-FILE
               CLOSE OPENFIN-FILE
               OPEN I-O OPENFIN-FILE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "MESTRE DE CLIENTES CLIMAST AUSENTE"
               SET SEM-MASTER TO TRUE
               SET FIM-MANUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

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

           CALL "AUTORIZA-CHECK" USING OFM-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               ADD 1 TO WRK-QTDE-REJEITADOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA OPEN FINANCE: "
                   OFM-OPERADOR
               GO TO 2000-PROCESSAR-MANUT-LER
           END-IF.

           EVALUATE TRUE
               WHEN OFM-INCLUIR
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN OFM-REVOGAR
                   PERFORM 4000-REVOGAR THRU 4000-REVOGAR-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE CONSENTIMENTO INVALIDA: "
                       OFM-FUNCAO
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
       3000-INCLUIR.
      *----------------------------------------------------------------*
           PERFORM 3100-VALIDAR-INCLUSAO
               THRU 3100-VALIDAR-INCLUSAO-EXIT.
           IF NOT INCLUSAO-OK
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-INCLUIR-EXIT
           END-IF.

           MOVE OFM-ID             TO OPF_ID.
           MOVE OFM-CPF            TO OPF_CPF.
           MOVE OFM-ISPB-DESTINO   TO OPF_ISPB_DESTINO.
           MOVE OFM-NOME-DESTINO   TO OPF_NOME_DESTINO.
           MOVE OFM-GRUPOS         TO OPF_GRUPOS.
           SET OPF-ATIVO           TO TRUE.
           MOVE WRK-DATA-HOJE      TO OPF_DATA_CONCESSAO.
           MOVE OFM-DATA-EXPIRACAO TO OPF_DATA_EXPIRACAO.
           MOVE ZEROS              TO OPF_DATA_REVOGACAO.
           MOVE ZEROS              TO OPF_ULTIMA_EXTRACAO.
           MOVE OFM-OPERADOR       TO OPF_OPERADOR.

           WRITE OPENFIN-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONSENTIMENTO " OFM-ID
                       " STATUS " WRK-STATUS-OPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 3000-INCLUIR-EXIT
           END-WRITE.

           ADD 1 TO WRK-QTDE-INCLUIDOS.
           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       3000-INCLUIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   IDENTIFICADOR NOVO, CLIENTE ATIVO, INSTITUICAO INFORMADA,   *
      *>   GRUPOS S/N COM AO MENOS UM S E EXPIRACAO DENTRO DO PRAZO    *
      *----------------------------------------------------------------*
       3100-VALIDAR-INCLUSAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-INCLUSAO-OK.

           IF OFM-ID = SPACES
               DISPLAY "CONSENTIMENTO SEM IDENTIFICADOR: " OFM-CPF
               GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-IF.

           MOVE OFM-ID TO OPF_ID.
           READ OPENFIN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CONSENTIMENTO JA CADASTRADO: " OFM-ID
                   GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-READ.

           CALL "CPF-CHECK" USING OFM-CPF WRK-CPF-VALIDO.
           IF NOT CPF-EH-VALIDO
               DISPLAY "CPF INVALIDO, CONSENTIMENTO REJEITADO: "
                   OFM-CPF
               GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-IF.

           MOVE OFM-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO, CONSENTIMENTO "
                       "REJEITADO: " OFM-CPF
                   GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-READ.
           IF NOT CLIENTE-ATIVO
               DISPLAY "CLIENTE NAO ATIVO, CONSENTIMENTO REJEITADO: "
                   OFM-CPF
               GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-IF.

           IF OFM-ISPB-DESTINO IS NOT NUMERIC
               OR OFM-ISPB-DESTINO = ZEROS
               DISPLAY "INSTITUICAO RECEPTORA NAO INFORMADA: " OFM-ID
               GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-IF.

           IF (OFM-GRP-CADASTRO   NOT = "S" AND NOT = "N")
               OR (OFM-GRP-CONTAS     NOT = "S" AND NOT = "N")
               OR (OFM-GRP-TRANSACOES NOT = "S" AND NOT = "N")
               OR (OFM-GRP-CREDITO    NOT = "S" AND NOT = "N")
               DISPLAY "GRUPO DE DADOS DEVE SER S OU N: " OFM-ID
               GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-IF.
           IF OFM-GRUPOS = "NNNN"
               DISPLAY "NENHUM GRUPO DE DADOS AUTORIZADO: " OFM-ID
               GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-IF.

           IF OFM-DATA-EXPIRACAO IS NOT NUMERIC
               OR OFM-DATA-EXPIRACAO NOT > WRK-DATA-HOJE
               OR OFM-DATA-EXPIRACAO > WRK-DATA-LIMITE
               DISPLAY "EXPIRACAO FORA DO PRAZO DE DOZE MESES: "
                   OFM-ID
               GO TO 3100-VALIDAR-INCLUSAO-EXIT
           END-IF.

           SET INCLUSAO-OK TO TRUE.
       3100-VALIDAR-INCLUSAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-REVOGAR.
      *----------------------------------------------------------------*
           MOVE OFM-ID TO OPF_ID.
           READ OPENFIN-FILE
               INVALID KEY
                   DISPLAY "CONSENTIMENTO NAO CADASTRADO: " OFM-ID
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-REVOGAR-EXIT
           END-READ.

           IF NOT OPF-ATIVO
               DISPLAY "CONSENTIMENTO JA REVOGADO OU EXPIRADO: "
                   OFM-ID
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-REVOGAR-EXIT
           END-IF.

           MOVE OPF_ID       TO WRK-IOF-ID.
           MOVE OPF_SITUACAO TO WRK-IOF-SITUACAO.
           MOVE OPF_GRUPOS   TO WRK-IOF-GRUPOS.
           MOVE WRK-IMAGEM-OPF TO WRK-AUDIT-VALOR-ANTIGO.

           SET OPF-REVOGADO   TO TRUE.
           MOVE WRK-DATA-HOJE TO OPF_DATA_REVOGACAO.
           MOVE OFM-OPERADOR  TO OPF_OPERADOR.
           REWRITE OPENFIN-REG
               INVALID KEY
                   DISPLAY "ERRO AO REVOGAR CONSENTIMENTO " OFM-ID
                       " STATUS " WRK-STATUS-OPF
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   GO TO 4000-REVOGAR-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-REVOGADOS.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       4000-REVOGAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE OPF_ID         TO WRK-IOF-ID.
           MOVE OPF_SITUACAO   TO WRK-IOF-SITUACAO.
           MOVE OPF_GRUPOS     TO WRK-IOF-GRUPOS.
           MOVE WRK-IMAGEM-OPF TO WRK-AUDIT-VALOR-NOVO.
           MOVE OPF_CPF        TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING OFM-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE OPENFIN-FILE.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           CLOSE MANUT-FILE.

           DISPLAY "===== CONSENTIMENTOS OPEN FINANCE =====".
           DISPLAY "REGISTROS LIDOS......: " WRK-QTDE-LIDOS.
           DISPLAY "INCLUIDOS............: " WRK-QTDE-INCLUIDOS.
           DISPLAY "REVOGADOS............: " WRK-QTDE-REVOGADOS.
           DISPLAY "REJEITADOS...........: " WRK-QTDE-REJEITADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
