      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. MENOR-MAIORIDADE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RODADA DIARIA DA MAIORIDADE: PERCORRE O        <*
      *>                CADASTRO DE REPRESENTACAO LEGAL (REPLEGAL) E, <*
      *>                PARA CADA REPRESENTACAO ATIVA CUJO MENOR JA   <*
      *>                COMPLETOU 18 ANOS (IDADE-APURA.COB SOBRE      <*
      *>                DATANASC DE CLIMAST), ENCERRA A REPRESENTACAO <*
      *>                COM O MOTIVO MAIORIDADE, AUDITA A MUDANCA VIA <*
      *>                AUDIT-LOG E EMITE UMA CARTA PARA CADA PARTE   <*
      *>                NO ARQUIVO MAIORCARTA: AO NOVO MAIOR, QUE     <*
      *>                PASSA A MOVIMENTAR A CONTA SOZINHO, E AO      <*
      *>                RESPONSAVEL, QUE DEIXA DE ASSINAR POR ELE. A  <*
      *>                CARTA E SUPRIMIDA PARA ENDERECO COM           <*
      *>                CORRESPONDENCIA DEVOLVIDA, COMO NOS DEMAIS    <*
      *>                AVISOS. ENCERRADA A REPRESENTACAO, A TRIAGEM  <*
      *>                DE ALCADA (TRANSACAO-ALCADA.COB) DEIXA DE     <*
      *>                RETER OS DEBITOS DA CONTA PELA REGRA DE MENOR <*
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
           SELECT REPLEGAL-FILE       ASSIGN TO "REPLEGAL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RPL-CHAVE
               ALTERNATE RECORD KEY IS RPL_CPF_RESPONSAVEL
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-RPL.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT CARTA-FILE          ASSIGN TO "MAIORCARTA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CARTA.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  REPLEGAL-FILE.
           COPY REPLEGAL-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CARTA-FILE.
       01  CARTA-LINHA                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RPL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CARTA       PIC X(02) VALUE SPACES.

       77  WRK-FIM-RPL            PIC X(01) VALUE "N".
           88 FIM-RPL                 VALUE "S".
       77  WRK-SEM-REPLEGAL       PIC X(01) VALUE "N".
           88 SEM-REPLEGAL            VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".
       77  WRK-CLIENTE-ACHADO     PIC X(01) VALUE "N".
           88 CLIENTE-ACHADO          VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.
       77  WRK-MAIORIDADE         PIC 9(03) VALUE 18.
       77  WRK-NOME-MENOR         PIC X(20) VALUE SPACES.
       77  WRK-NOME-RESPONSAVEL   PIC X(20) VALUE SPACES.
       77  WRK-SITUACAO-ANTERIOR  PIC X(01) VALUE SPACE.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ATIVAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CLIENTE   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CARTAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SUPRIMIDAS    PIC 9(07) VALUE ZEROS.

       77  WRK-OPERADOR            PIC X(08) VALUE "BATCH".
       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "RPL_SITUACAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   IMAGEM DA REPRESENTACAO PARA A AUDITORIA, NO MESMO FORMATO  *
      *>   DE REPLEGAL-MANUT.COB: SITUACAO, TIPO E CPF DO RESPONSAVEL  *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-RPL.
           02 WRK-IRP-SITUACAO     PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IRP-TIPO         PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IRP-RESPONSAVEL  PIC X(11).
           02 FILLER               PIC X(15) VALUE SPACES.

       01  WRK-DATA-EDICAO.
           02 WRK-ED-ANO           PIC 9(04).
           02 WRK-ED-MES           PIC 9(02).
           02 WRK-ED-DIA           PIC 9(02).
       01  WRK-DATA-EDICAO-N      REDEFINES WRK-DATA-EDICAO
                                   PIC 9(08).

      *----------------------------------------------------------------*
      *>   CARTA DE ENCERRAMENTO DA REPRESENTACAO LEGAL                *
      *----------------------------------------------------------------*
       01  WRK-CARTA-DESTINATARIO.
           02 FILLER               PIC X(10) VALUE "PREZADO(A)".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-CD-NOME          PIC X(20).
           02 FILLER               PIC X(49) VALUE SPACES.

       01  WRK-CARTA-ENDERECO-1.
           02 WRK-CE-LOGRADOURO    PIC X(30).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-CE-NUMERO        PIC X(06).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-CE-BAIRRO        PIC X(20).
           02 FILLER               PIC X(20) VALUE SPACES.

       01  WRK-CARTA-ENDERECO-2.
           02 WRK-CE-CIDADE        PIC X(20).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-CE-UF            PIC X(02).
           02 FILLER               PIC X(06) VALUE " CEP: ".
           02 WRK-CE-CEP           PIC 9(08).
           02 FILLER               PIC X(43) VALUE SPACES.

       01  WRK-CARTA-DATA.
           02 FILLER               PIC X(44)
               VALUE "A REPRESENTACAO LEGAL FOI ENCERRADA EM".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-CT-DIA           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-CT-MES           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-CT-ANO           PIC 9(04).
           02 FILLER               PIC X(25) VALUE SPACES.

       01  WRK-CARTA-MENOR.
           02 FILLER               PIC X(38)
               VALUE "VOCE COMPLETOU 18 ANOS E A PARTIR DE ".
           02 FILLER               PIC X(42)
               VALUE "HOJE MOVIMENTA SUA CONTA SEM O RESPONSAVEL".

       01  WRK-CARTA-RESPONSAVEL.
           02 FILLER               PIC X(11) VALUE "O CLIENTE ".
           02 WRK-CR-NOME          PIC X(20).
           02 FILLER               PIC X(49)
               VALUE " COMPLETOU 18 ANOS E NAO E MAIS REPRESENTADO".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-REPRESENTACAO
               THRU 2000-PROCESSAR-REPRESENTACAO-EXIT
               UNTIL FIM-RPL.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

      *>   SEM CADASTRO DE REPRESENTACAO NAO HA NADA A ENCERRAR
           OPEN I-O REPLEGAL-FILE.
           IF WRK-STATUS-RPL NOT = "00"
               SET SEM-REPLEGAL TO TRUE
               SET FIM-RPL TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "MESTRE DE CLIENTES CLIMAST AUSENTE"
               SET SEM-MASTER TO TRUE
               SET FIM-RPL TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT CARTA-FILE.

           IF NOT FIM-RPL
               PERFORM 2100-LER-REPRESENTACAO
                   THRU 2100-LER-REPRESENTACAO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-REPRESENTACAO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDAS.

           IF RPL-ATIVA
               ADD 1 TO WRK-QTDE-ATIVAS
               PERFORM 3000-AVALIAR-MAIORIDADE
                   THRU 3000-AVALIAR-MAIORIDADE-EXIT
           END-IF.

           PERFORM 2100-LER-REPRESENTACAO
               THRU 2100-LER-REPRESENTACAO-EXIT.
       2000-PROCESSAR-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-REPRESENTACAO.
      *----------------------------------------------------------------*
           READ REPLEGAL-FILE NEXT RECORD.
           IF WRK-STATUS-RPL NOT = "00"
               SET FIM-RPL TO TRUE
           END-IF.
       2100-LER-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O MENOR QUE JA COMPLETOU 18 ANOS TEM A REPRESENTACAO        *
      *>   ENCERRADA; DATA DE NASCIMENTO DESCONHECIDA (999) NAO        *
      *>   ENCERRA NADA SOZINHA                                        *
      *----------------------------------------------------------------*
       3000-AVALIAR-MAIORIDADE.
      *----------------------------------------------------------------*
           MOVE RPL_CPF_MENOR TO CLIENTE_CPF.
           PERFORM 6000-LER-CLIENTE THRU 6000-LER-CLIENTE-EXIT.
           IF NOT CLIENTE-ACHADO
               ADD 1 TO WRK-QTDE-SEM-CLIENTE
               DISPLAY "MENOR SEM CADASTRO EM CLIMAST: " RPL_CPF_MENOR
               GO TO 3000-AVALIAR-MAIORIDADE-EXIT
           END-IF.

           CALL "IDADE-APURA" USING DATANASC WRK-DATA-HOJE WRK-IDADE.
           IF WRK-IDADE < WRK-MAIORIDADE
               OR WRK-IDADE = 999
               GO TO 3000-AVALIAR-MAIORIDADE-EXIT
           END-IF.

           MOVE CLIENTE_NOME TO WRK-NOME-MENOR.

           PERFORM 4000-ENCERRAR-REPRESENTACAO
               THRU 4000-ENCERRAR-REPRESENTACAO-EXIT.
           IF RPL-ATIVA
               GO TO 3000-AVALIAR-MAIORIDADE-EXIT
           END-IF.

           PERFORM 5000-AVISAR-PARTES THRU 5000-AVISAR-PARTES-EXIT.
       3000-AVALIAR-MAIORIDADE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-ENCERRAR-REPRESENTACAO.
      *----------------------------------------------------------------*
           MOVE RPL_SITUACAO        TO WRK-IRP-SITUACAO.
           MOVE RPL_TIPO            TO WRK-IRP-TIPO.
           MOVE RPL_CPF_RESPONSAVEL TO WRK-IRP-RESPONSAVEL.
           MOVE WRK-IMAGEM-RPL      TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE RPL_SITUACAO        TO WRK-SITUACAO-ANTERIOR.

           SET RPL-ENCERRADA       TO TRUE.
           SET RPL-FIM-MAIORIDADE  TO TRUE.
           MOVE WRK-DATA-HOJE      TO RPL_DATA_FIM.
           MOVE WRK-OPERADOR       TO RPL_OPERADOR.
           REWRITE REPLEGAL-REG
               INVALID KEY
                   DISPLAY "ERRO AO ENCERRAR REPRESENTACAO "
                       RPL_CPF_MENOR " STATUS " WRK-STATUS-RPL
                   MOVE WRK-SITUACAO-ANTERIOR TO RPL_SITUACAO
                   GO TO 4000-ENCERRAR-REPRESENTACAO-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-ENCERRADAS.
           MOVE RPL_SITUACAO  TO WRK-IRP-SITUACAO.
           MOVE WRK-IMAGEM-RPL TO WRK-AUDIT-VALOR-NOVO.
           MOVE RPL_CPF_MENOR TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       4000-ENCERRAR-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA CARTA PARA CADA PARTE. ENDERECO COM CORRESPONDENCIA     *
      *>   DEVOLVIDA (CORREIO-DEVOLVIDO.COB) NAO RECEBE CARTA ATE SER  *
      *>   MANTIDO DE NOVO                                             *
      *----------------------------------------------------------------*
       5000-AVISAR-PARTES.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-NOME-RESPONSAVEL.
           MOVE RPL_CPF_RESPONSAVEL TO CLIENTE_CPF.
           PERFORM 6000-LER-CLIENTE THRU 6000-LER-CLIENTE-EXIT.
           IF CLIENTE-ACHADO
               MOVE CLIENTE_NOME TO WRK-NOME-RESPONSAVEL
               IF CLIENTE-END-SUSPEITO
                   ADD 1 TO WRK-QTDE-SUPRIMIDAS
               ELSE
                   PERFORM 5200-CARTA-RESPONSAVEL
                       THRU 5200-CARTA-RESPONSAVEL-EXIT
               END-IF
           END-IF.

           MOVE RPL_CPF_MENOR TO CLIENTE_CPF.
           PERFORM 6000-LER-CLIENTE THRU 6000-LER-CLIENTE-EXIT.
           IF CLIENTE-ACHADO
               IF CLIENTE-END-SUSPEITO
                   ADD 1 TO WRK-QTDE-SUPRIMIDAS
               ELSE
                   PERFORM 5100-CARTA-MENOR
                       THRU 5100-CARTA-MENOR-EXIT
               END-IF
           END-IF.
       5000-AVISAR-PARTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-CARTA-MENOR.
      *----------------------------------------------------------------*
           PERFORM 5500-CABECALHO-CARTA THRU 5500-CABECALHO-CARTA-EXIT.

           MOVE WRK-CARTA-MENOR TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "SEU RESPONSAVEL ATE HOJE: " DELIMITED BY SIZE
               WRK-NOME-RESPONSAVEL DELIMITED BY SIZE
               INTO CARTA-LINHA.
           WRITE CARTA-LINHA.

           PERFORM 5600-RODAPE-CARTA THRU 5600-RODAPE-CARTA-EXIT.
       5100-CARTA-MENOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5200-CARTA-RESPONSAVEL.
      *----------------------------------------------------------------*
           PERFORM 5500-CABECALHO-CARTA THRU 5500-CABECALHO-CARTA-EXIT.

           MOVE WRK-NOME-MENOR TO WRK-CR-NOME.
           MOVE WRK-CARTA-RESPONSAVEL TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "E VOCE DEIXA DE ASSINAR PELOS DEBITOS DA CONTA DELE(A)"
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           PERFORM 5600-RODAPE-CARTA THRU 5600-RODAPE-CARTA-EXIT.
       5200-CARTA-RESPONSAVEL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5500-CABECALHO-CARTA.
      *----------------------------------------------------------------*
           MOVE "AVISO DE ENCERRAMENTO DE REPRESENTACAO LEGAL"
               TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           MOVE CLIENTE_NOME TO WRK-CD-NOME.
           MOVE WRK-CARTA-DESTINATARIO TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE CLIENTE_END_LOGRADOURO TO WRK-CE-LOGRADOURO.
           MOVE CLIENTE_END_NUMERO     TO WRK-CE-NUMERO.
           MOVE CLIENTE_END_BAIRRO     TO WRK-CE-BAIRRO.
           MOVE WRK-CARTA-ENDERECO-1 TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE CLIENTE_END_CIDADE     TO WRK-CE-CIDADE.
           MOVE CLIENTE_END_UF         TO WRK-CE-UF.
           MOVE CLIENTE_END_CEP        TO WRK-CE-CEP.
           MOVE WRK-CARTA-ENDERECO-2 TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
       5500-CABECALHO-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5600-RODAPE-CARTA.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE TO WRK-DATA-EDICAO-N.
           MOVE WRK-ED-DIA TO WRK-CT-DIA.
           MOVE WRK-ED-MES TO WRK-CT-MES.
           MOVE WRK-ED-ANO TO WRK-CT-ANO.
           MOVE WRK-CARTA-DATA TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE ALL "-" TO CARTA-LINHA.
           WRITE CARTA-LINHA.

           ADD 1 TO WRK-QTDE-CARTAS.
       5600-RODAPE-CARTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-LER-CLIENTE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-CLIENTE-ACHADO.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLIENTE-ACHADO TO TRUE
           END-READ.
       6000-LER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           IF NOT SEM-REPLEGAL
               CLOSE REPLEGAL-FILE
           END-IF.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           CLOSE CARTA-FILE.

           DISPLAY "===== ENCERRAMENTO DE REPRESENTACAO POR "
               "MAIORIDADE =====".
           DISPLAY "REPRESENTACOES LIDAS.: " WRK-QTDE-LIDAS.
           DISPLAY "REPRESENTACOES ATIVAS: " WRK-QTDE-ATIVAS.
           DISPLAY "ENCERRADAS (18 ANOS).: " WRK-QTDE-ENCERRADAS.
           DISPLAY "MENOR SEM CADASTRO...: " WRK-QTDE-SEM-CLIENTE.
           DISPLAY "CARTAS EMITIDAS......: " WRK-QTDE-CARTAS.
           DISPLAY "CARTAS SUPRIMIDAS....: " WRK-QTDE-SUPRIMIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
