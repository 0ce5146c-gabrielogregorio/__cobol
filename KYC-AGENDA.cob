      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. KYC-AGENDA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RODADA DIARIA DO RECADASTRAMENTO PERIODICO.    <*
      *>                PARA CADA CLIENTE VIVO DE CLIMAST, MANTEM A   <*
      *>                AGENDA KYCMST: CLIENTE SEM AGENDA ENTRA COM A <*
      *>                PRIMEIRA REVISAO CONTADA DE HOJE; MUDANCA DE  <*
      *>                CLASSE DE RISCO REFAZ O VENCIMENTO A PARTIR   <*
      *>                DA ULTIMA REVISAO (KYC-PRAZO.COB). REVISAO    <*
      *>                QUE VENCE E ABERTA E O CLIENTE RECEBE O AVISO <*
      *>                KYCAVISO (SUPRIMIDO PARA ENDERECO COM         <*
      *>                CORRESPONDENCIA DEVOLVIDA). REVISAO VENCIDA   <*
      *>                HA MAIS DE KYCCARENCA DIAS (PADRAO 90) DEIXA  <*
      *>                O CLIENTE RESTRITO: SEM CREDITO NOVO          <*
      *>                (CREDITO-DECISAO.COB) E SEM TALAO NOVO        <*
      *>                (CHEQLIVRO-EMITE.COB) ATE A REVISAO SER FEITA <*
      *>                EM CLIENTE-MASTER.COB. AS REVISOES VENCIDAS   <*
      *>                SAEM EM KYCVENCREL ORDENADAS POR FILIAL (A DO <*
      *>                ULTIMO MOVIMENTO DE AGENCIA EM CLITRANS)      <*
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

           SELECT KYC-FILE            ASSIGN TO "KYCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS KYC_CPF
               FILE STATUS        IS WRK-STATUS-KYC.

           SELECT CLIENTE-TRANS-FILE  ASSIGN TO "CLITRANS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CLITRANS-CHAVE
               FILE STATUS        IS WRK-STATUS-CTRANS.

           SELECT AVISO-FILE          ASSIGN TO "KYCAVISO"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AVISO.

           SELECT VENCIDO-FILE        ASSIGN TO "KYCVENCWK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-VENC.

           SELECT CLASSIFICADO-FILE   ASSIGN TO "KYCVENCSRT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CLASS.

           SELECT ORDENACAO-FILE      ASSIGN TO "KYCVENCSW".

           SELECT RELATORIO-FILE      ASSIGN TO "KYCVENCREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  KYC-FILE.
           COPY KYC-REG.

       FD  CLIENTE-TRANS-FILE.
           COPY CLIENTE-TRANS-REG.

       FD  AVISO-FILE.
       01  AVISO-LINHA                PIC X(80).

       FD  VENCIDO-FILE.
       01  VENCIDO-REG.
           02 VEN-FILIAL              PIC 9(04).
           02 VEN-CPF                 PIC X(11).
           02 VEN-NOME                PIC X(20).
           02 VEN-RISCO               PIC X(01).
           02 VEN-PROXIMA             PIC 9(08).
           02 VEN-DIAS                PIC 9(03).
           02 VEN-SITUACAO            PIC X(01).

       FD  CLASSIFICADO-FILE.
       01  CLASSIFICADO-REG.
           02 CLS-FILIAL              PIC 9(04).
           02 CLS-CPF                 PIC X(11).
           02 CLS-NOME                PIC X(20).
           02 CLS-RISCO               PIC X(01).
           02 CLS-PROXIMA             PIC 9(08).
           02 CLS-DIAS                PIC 9(03).
           02 CLS-SITUACAO            PIC X(01).
               88 CLS-RESTRITA            VALUE "R".

       SD  ORDENACAO-FILE.
       01  ORDENACAO-REG.
           02 ORD-FILIAL              PIC 9(04).
           02 ORD-CPF                 PIC X(11).
           02 FILLER                  PIC X(33).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-KYC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTRANS      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-AVISO       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VENC        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLASS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-MASTER         PIC X(01) VALUE "N".
           88 FIM-MASTER              VALUE "S".
       77  WRK-FIM-CTRANS         PIC X(01) VALUE "N".
           88 FIM-CTRANS              VALUE "S".
       77  WRK-FIM-CLASS          PIC X(01) VALUE "N".
           88 FIM-CLASS               VALUE "S".
       77  WRK-SEM-CLITRANS       PIC X(01) VALUE "N".
           88 SEM-CLITRANS            VALUE "S".
       77  WRK-KYC-EXISTE         PIC X(01) VALUE "N".
           88 KYC-EXISTE              VALUE "S".
       77  WRK-KYC-MUDOU          PIC X(01) VALUE "N".
           88 KYC-MUDOU               VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-CARENCIA           PIC 9(03) VALUE 90.
       77  WRK-DIAS-VENCIDO       PIC 9(03) VALUE ZEROS.
       77  WRK-RISCO-ATUAL        PIC X(01) VALUE SPACE.
       77  WRK-FILIAL-ACHADA      PIC 9(04) VALUE ZEROS.
       77  WRK-SITUACAO-ANTERIOR  PIC X(01) VALUE SPACE.
       77  WRK-FILIAL-QUEBRA      PIC 9(04) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AGENDADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REAGENDADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AVISOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SUPRIMIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-VENCIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RESTRITOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FILIAL        PIC 9(07) VALUE ZEROS.

       77  WRK-OPERADOR            PIC X(08) VALUE "BATCH".
       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

       01  WRK-DATA-EDICAO.
           02 WRK-ED-ANO           PIC 9(04).
           02 WRK-ED-MES           PIC 9(02).
           02 WRK-ED-DIA           PIC 9(02).
       01  WRK-DATA-EDICAO-N      REDEFINES WRK-DATA-EDICAO
                                   PIC 9(08).

      *----------------------------------------------------------------*
      *>   AVISO DE RECADASTRAMENTO AO CLIENTE                         *
      *----------------------------------------------------------------*
       01  WRK-AVISO-DESTINATARIO.
           02 FILLER               PIC X(10) VALUE "PREZADO(A)".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-AD-NOME          PIC X(20).
           02 FILLER               PIC X(49) VALUE SPACES.

       01  WRK-AVISO-ENDERECO-1.
           02 WRK-AE-LOGRADOURO    PIC X(30).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-AE-NUMERO        PIC X(06).
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-AE-BAIRRO        PIC X(20).
           02 FILLER               PIC X(20) VALUE SPACES.

       01  WRK-AVISO-ENDERECO-2.
           02 WRK-AE-CIDADE        PIC X(20).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-AE-UF            PIC X(02).
           02 FILLER               PIC X(06) VALUE " CEP: ".
           02 WRK-AE-CEP           PIC 9(08).
           02 FILLER               PIC X(43) VALUE SPACES.

       01  WRK-AVISO-PRAZO.
           02 FILLER               PIC X(44)
               VALUE "ATUALIZE SEUS DADOS EM SUA AGENCIA ATE O DIA".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-AP-DIA           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-AP-MES           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-AP-ANO           PIC 9(04).
           02 FILLER               PIC X(25) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   RELATORIO DE REVISOES VENCIDAS POR FILIAL                   *
      *----------------------------------------------------------------*
       01  WRK-LINHA-FILIAL.
           02 FILLER               PIC X(07) VALUE "FILIAL ".
           02 WRK-LF-FILIAL        PIC 9(04).
           02 FILLER               PIC X(69) VALUE SPACES.

       01  WRK-LINHA-VENCIDA.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 WRK-LV-CPF           PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LV-NOME          PIC X(20).
           02 FILLER               PIC X(07) VALUE " RISCO ".
           02 WRK-LV-RISCO         PIC X(01).
           02 FILLER               PIC X(06) VALUE " VENC ".
           02 WRK-LV-DIA           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-LV-MES           PIC 9(02).
           02 FILLER               PIC X(01) VALUE "/".
           02 WRK-LV-ANO           PIC 9(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LV-DIAS          PIC ZZ9.
           02 FILLER               PIC X(06) VALUE " DIAS ".
           02 WRK-LV-SITUACAO      PIC X(09).
           02 FILLER               PIC X(03) VALUE SPACES.

       01  WRK-LINHA-SUBTOTAL.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 FILLER               PIC X(24)
               VALUE "VENCIDAS NA FILIAL.....:".
           02 WRK-LS-QTDE          PIC Z(6)9.
           02 FILLER               PIC X(47) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-CLIENTE
               THRU 2000-PROCESSAR-CLIENTE-EXIT
               UNTIL FIM-MASTER.
           PERFORM 8000-RELATAR-VENCIDAS
               THRU 8000-RELATAR-VENCIDAS-EXIT.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "KYCCARENCA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               MOVE WRK-PARM-VALOR (1:3) TO WRK-CARENCIA
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "MESTRE DE CLIENTES CLIMAST AUSENTE"
               SET FIM-MASTER TO TRUE
           END-IF.

           OPEN I-O KYC-FILE.
           IF WRK-STATUS-KYC = "35"
               CLOSE KYC-FILE
               OPEN OUTPUT KYC-FILE
               CLOSE KYC-FILE
               OPEN I-O KYC-FILE
           END-IF.

           OPEN INPUT CLIENTE-TRANS-FILE.
           IF WRK-STATUS-CTRANS NOT = "00"
               SET SEM-CLITRANS TO TRUE
           END-IF.

           OPEN OUTPUT AVISO-FILE.
           OPEN OUTPUT VENCIDO-FILE.

           IF NOT FIM-MASTER
               PERFORM 2100-LER-MASTER THRU 2100-LER-MASTER-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-CLIENTE.
      *----------------------------------------------------------------*
           IF CLIENTE-FALECIDO OR CLIENTE-ENCERRADO OR CLIENTE-FUNDIDO
               GO TO 2000-PROCESSAR-CLIENTE-LER
           END-IF.

           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE "N" TO WRK-KYC-MUDOU.

           IF CLIENTE_RISCO = SPACE
               MOVE "B" TO WRK-RISCO-ATUAL
           ELSE
               MOVE CLIENTE_RISCO TO WRK-RISCO-ATUAL
           END-IF.

           MOVE CLIENTE_CPF TO KYC_CPF.
           READ KYC-FILE
               INVALID KEY
                   MOVE "N" TO WRK-KYC-EXISTE
               NOT INVALID KEY
                   SET KYC-EXISTE TO TRUE
           END-READ.

           IF NOT KYC-EXISTE
               PERFORM 3000-AGENDAR THRU 3000-AGENDAR-EXIT
               GO TO 2000-PROCESSAR-CLIENTE-LER
           END-IF.

           IF KYC_RISCO NOT = WRK-RISCO-ATUAL
               PERFORM 3500-REAGENDAR THRU 3500-REAGENDAR-EXIT
           END-IF.

           IF KYC-EM-DIA
               AND KYC_DATA_PROXIMA NOT > WRK-DATA-HOJE
               PERFORM 4000-ABRIR-REVISAO THRU 4000-ABRIR-REVISAO-EXIT
           END-IF.

           IF NOT KYC-EM-DIA
               AND KYC_DATA_PROXIMA < WRK-DATA-HOJE
               PERFORM 5000-TRATAR-VENCIDA THRU 5000-TRATAR-VENCIDA-EXIT
           END-IF.

           IF KYC-MUDOU
               REWRITE KYC-REG
           END-IF.

       2000-PROCESSAR-CLIENTE-LER.
           PERFORM 2100-LER-MASTER THRU 2100-LER-MASTER-EXIT.
       2000-PROCESSAR-CLIENTE-EXIT.
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
      *>   CLIENTE AINDA SEM AGENDA (BASE ANTERIOR A ESTA ROTINA OU    *
      *>   INCLUSAO SEM KYCMST): A CONTAGEM COMECA HOJE                *
      *----------------------------------------------------------------*
       3000-AGENDAR.
      *----------------------------------------------------------------*
           MOVE CLIENTE_CPF     TO KYC_CPF.
           MOVE WRK-RISCO-ATUAL TO KYC_RISCO.
           MOVE WRK-DATA-HOJE   TO KYC_DATA_ULTIMA.
           CALL "KYC-PRAZO" USING KYC_RISCO KYC_DATA_ULTIMA
               KYC_DATA_PROXIMA.
           SET KYC-EM-DIA TO TRUE.
           MOVE ZEROS           TO KYC_DATA_ABERTURA.
           MOVE ZEROS           TO KYC_FILIAL.
           MOVE WRK-OPERADOR    TO KYC_OPERADOR.
           WRITE KYC-REG.
           ADD 1 TO WRK-QTDE-AGENDADOS.
       3000-AGENDAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A CLASSE DE RISCO MUDOU: O VENCIMENTO E REFEITO A PARTIR DA *
      *>   ULTIMA REVISAO COM O INTERVALO DA CLASSE NOVA               *
      *----------------------------------------------------------------*
       3500-REAGENDAR.
      *----------------------------------------------------------------*
           MOVE WRK-RISCO-ATUAL TO KYC_RISCO.
           CALL "KYC-PRAZO" USING KYC_RISCO KYC_DATA_ULTIMA
               KYC_DATA_PROXIMA.
           SET KYC-MUDOU TO TRUE.
           ADD 1 TO WRK-QTDE-REAGENDADOS.
       3500-REAGENDAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REVISAO VENCEU: ABRE E AVISA O CLIENTE                      *
      *----------------------------------------------------------------*
       4000-ABRIR-REVISAO.
      *----------------------------------------------------------------*
           SET KYC-ABERTA TO TRUE.
           MOVE WRK-DATA-HOJE TO KYC_DATA_ABERTURA.
           PERFORM 4500-ACHAR-FILIAL THRU 4500-ACHAR-FILIAL-EXIT.
           MOVE WRK-FILIAL-ACHADA TO KYC_FILIAL.
           SET KYC-MUDOU TO TRUE.
           ADD 1 TO WRK-QTDE-ABERTAS.

      *>   ENDERECO COM CORRESPONDENCIA DEVOLVIDA (CORREIO-DEVOLVIDO.
      *>   COB) NAO RECEBE AVISO IMPRESSO ATE SER MANTIDO DE NOVO
           IF CLIENTE-END-SUSPEITO
               ADD 1 TO WRK-QTDE-SUPRIMIDOS
               GO TO 4000-ABRIR-REVISAO-EXIT
           END-IF.

           PERFORM 4200-EMITIR-AVISO THRU 4200-EMITIR-AVISO-EXIT.
       4000-ABRIR-REVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-EMITIR-AVISO.
      *----------------------------------------------------------------*
           MOVE "AVISO DE ATUALIZACAO CADASTRAL" TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE CLIENTE_NOME TO WRK-AD-NOME.
           MOVE WRK-AVISO-DESTINATARIO TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE CLIENTE_END_LOGRADOURO TO WRK-AE-LOGRADOURO.
           MOVE CLIENTE_END_NUMERO     TO WRK-AE-NUMERO.
           MOVE CLIENTE_END_BAIRRO     TO WRK-AE-BAIRRO.
           MOVE WRK-AVISO-ENDERECO-1 TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE CLIENTE_END_CIDADE     TO WRK-AE-CIDADE.
           MOVE CLIENTE_END_UF         TO WRK-AE-UF.
           MOVE CLIENTE_END_CEP        TO WRK-AE-CEP.
           MOVE WRK-AVISO-ENDERECO-2 TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE "CHEGOU A DATA DE REVISAR O SEU CADASTRO CONOSCO."
               TO AVISO-LINHA.
           WRITE AVISO-LINHA.

      *>   O PRAZO DO AVISO E O FIM DA CARENCIA: VENCIMENTO + CARENCIA
           MOVE KYC_DATA_PROXIMA TO WRK-DATA-EDICAO-N.
           PERFORM 4300-AVANCAR-CARENCIA
               THRU 4300-AVANCAR-CARENCIA-EXIT.
           MOVE WRK-ED-DIA TO WRK-AP-DIA.
           MOVE WRK-ED-MES TO WRK-AP-MES.
           MOVE WRK-ED-ANO TO WRK-AP-ANO.
           MOVE WRK-AVISO-PRAZO TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE "APOS ESSA DATA FICAM SUSPENSOS CREDITOS E TALOES NOVOS"
               TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE SPACES TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           MOVE ALL "-" TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           ADD 1 TO WRK-QTDE-AVISOS.
       4200-EMITIR-AVISO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SOMA A CARENCIA EM DIAS A WRK-DATA-EDICAO, DIA A DIA        *
      *----------------------------------------------------------------*
       4300-AVANCAR-CARENCIA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-DIAS-VENCIDO.
           PERFORM 4350-AVANCAR-DIA THRU 4350-AVANCAR-DIA-EXIT
               UNTIL WRK-DIAS-VENCIDO NOT < WRK-CARENCIA.
       4300-AVANCAR-CARENCIA-EXIT.
           EXIT.

       4350-AVANCAR-DIA.
           ADD 1 TO WRK-DIAS-VENCIDO.
           PERFORM 4360-ULTIMO-DIA-DO-MES
               THRU 4360-ULTIMO-DIA-DO-MES-EXIT.
           IF WRK-ED-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-ED-DIA
               GO TO 4350-AVANCAR-DIA-EXIT
           END-IF.

           MOVE 1 TO WRK-ED-DIA.
           IF WRK-ED-MES = 12
               MOVE 1 TO WRK-ED-MES
               ADD 1 TO WRK-ED-ANO
           ELSE
               ADD 1 TO WRK-ED-MES
           END-IF.
       4350-AVANCAR-DIA-EXIT.
           EXIT.

       4360-ULTIMO-DIA-DO-MES.
           EVALUATE WRK-ED-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-ED-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-ED-ANO BY 100
                           GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-ED-ANO BY 400
                               GIVING WRK-QUOC-BISSEXTO
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       4360-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   FILIAL DO CLIENTE: A DO ULTIMO MOVIMENTO COM AGENCIA NO     *
      *>   HISTORICO CLITRANS. SEM MOVIMENTO DE AGENCIA FICA 0000      *
      *----------------------------------------------------------------*
       4500-ACHAR-FILIAL.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-FILIAL-ACHADA.
           IF SEM-CLITRANS
               GO TO 4500-ACHAR-FILIAL-EXIT
           END-IF.

           MOVE "N"         TO WRK-FIM-CTRANS.
           MOVE CLIENTE_CPF TO CLITRANS_CPF.
           MOVE ZEROS       TO CLITRANS_SEQ.
           START CLIENTE-TRANS-FILE KEY IS NOT LESS THAN CLITRANS-CHAVE
               INVALID KEY
                   GO TO 4500-ACHAR-FILIAL-EXIT
           END-START.

           PERFORM 4600-LER-CLITRANS THRU 4600-LER-CLITRANS-EXIT
               UNTIL FIM-CTRANS.
       4500-ACHAR-FILIAL-EXIT.
           EXIT.

       4600-LER-CLITRANS.
           READ CLIENTE-TRANS-FILE NEXT RECORD
               AT END
                   SET FIM-CTRANS TO TRUE
                   GO TO 4600-LER-CLITRANS-EXIT
           END-READ.
           IF CLITRANS_CPF NOT = CLIENTE_CPF
               SET FIM-CTRANS TO TRUE
               GO TO 4600-LER-CLITRANS-EXIT
           END-IF.
           IF CLITRANS_FILIAL IS NUMERIC
               AND CLITRANS_FILIAL NOT = ZEROS
               MOVE CLITRANS_FILIAL TO WRK-FILIAL-ACHADA
           END-IF.
       4600-LER-CLITRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REVISAO ABERTA E NAO FEITA ATE O VENCIMENTO: VAI PARA O     *
      *>   RELATORIO E, PASSADA A CARENCIA, RESTRINGE O CLIENTE        *
      *----------------------------------------------------------------*
       5000-TRATAR-VENCIDA.
      *----------------------------------------------------------------*
           CALL "DIAS-CORRIDOS-IDADE" USING KYC_DATA_PROXIMA
               WRK-DATA-HOJE WRK-DIAS-VENCIDO.
           ADD 1 TO WRK-QTDE-VENCIDAS.

           IF KYC-ABERTA
               AND WRK-DIAS-VENCIDO > WRK-CARENCIA
               MOVE KYC_SITUACAO TO WRK-SITUACAO-ANTERIOR
               SET KYC-RESTRITA TO TRUE
               SET KYC-MUDOU TO TRUE
               ADD 1 TO WRK-QTDE-RESTRITOS
               MOVE WRK-SITUACAO-ANTERIOR TO WRK-AUDIT-VALOR-ANTIGO
               MOVE KYC_SITUACAO          TO WRK-AUDIT-VALOR-NOVO
               MOVE "KYC_SITUACAO"        TO WRK-AUDIT-CAMPO
               MOVE KYC_CPF               TO WRK-AUDIT-CHAVE
               CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
                   WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
                   WRK-AUDIT-CHAVE
           END-IF.

           MOVE KYC_FILIAL       TO VEN-FILIAL.
           MOVE KYC_CPF          TO VEN-CPF.
           MOVE CLIENTE_NOME     TO VEN-NOME.
           MOVE KYC_RISCO        TO VEN-RISCO.
           MOVE KYC_DATA_PROXIMA TO VEN-PROXIMA.
           MOVE WRK-DIAS-VENCIDO TO VEN-DIAS.
           MOVE KYC_SITUACAO     TO VEN-SITUACAO.
           WRITE VENCIDO-REG.
       5000-TRATAR-VENCIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ORDENA AS VENCIDAS POR FILIAL E IMPRIME COM SUBTOTAL        *
      *----------------------------------------------------------------*
       8000-RELATAR-VENCIDAS.
      *----------------------------------------------------------------*
           CLOSE VENCIDO-FILE.

           SORT ORDENACAO-FILE
               ON ASCENDING KEY ORD-FILIAL ORD-CPF
               USING VENCIDO-FILE
               GIVING CLASSIFICADO-FILE.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "RECADASTRAMENTO - REVISOES VENCIDAS POR FILIAL"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN INPUT CLASSIFICADO-FILE.
           IF WRK-STATUS-CLASS NOT = "00"
               SET FIM-CLASS TO TRUE
           END-IF.

           IF NOT FIM-CLASS
               PERFORM 8100-LER-CLASSIFICADO
                   THRU 8100-LER-CLASSIFICADO-EXIT
           END-IF.
           IF NOT FIM-CLASS
               MOVE CLS-FILIAL TO WRK-FILIAL-QUEBRA
               PERFORM 8300-CABECALHO-FILIAL
                   THRU 8300-CABECALHO-FILIAL-EXIT
           END-IF.
           PERFORM 8200-LISTAR-VENCIDA THRU 8200-LISTAR-VENCIDA-EXIT
               UNTIL FIM-CLASS.
           IF WRK-QTDE-VENCIDAS > ZEROS
               PERFORM 8400-SUBTOTAL-FILIAL
                   THRU 8400-SUBTOTAL-FILIAL-EXIT
           END-IF.

           CLOSE CLASSIFICADO-FILE.
           CLOSE RELATORIO-FILE.
       8000-RELATAR-VENCIDAS-EXIT.
           EXIT.

       8100-LER-CLASSIFICADO.
           READ CLASSIFICADO-FILE.
           IF WRK-STATUS-CLASS = "10"
               SET FIM-CLASS TO TRUE
           END-IF.
       8100-LER-CLASSIFICADO-EXIT.
           EXIT.

       8200-LISTAR-VENCIDA.
           IF CLS-FILIAL NOT = WRK-FILIAL-QUEBRA
               PERFORM 8400-SUBTOTAL-FILIAL
                   THRU 8400-SUBTOTAL-FILIAL-EXIT
               MOVE CLS-FILIAL TO WRK-FILIAL-QUEBRA
               PERFORM 8300-CABECALHO-FILIAL
                   THRU 8300-CABECALHO-FILIAL-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-FILIAL.
           MOVE CLS-CPF     TO WRK-LV-CPF.
           MOVE CLS-NOME    TO WRK-LV-NOME.
           MOVE CLS-RISCO   TO WRK-LV-RISCO.
           MOVE CLS-PROXIMA TO WRK-DATA-EDICAO-N.
           MOVE WRK-ED-DIA  TO WRK-LV-DIA.
           MOVE WRK-ED-MES  TO WRK-LV-MES.
           MOVE WRK-ED-ANO  TO WRK-LV-ANO.
           MOVE CLS-DIAS    TO WRK-LV-DIAS.
           IF CLS-RESTRITA
               MOVE "RESTRITO" TO WRK-LV-SITUACAO
           ELSE
               MOVE "CARENCIA" TO WRK-LV-SITUACAO
           END-IF.
           MOVE WRK-LINHA-VENCIDA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 8100-LER-CLASSIFICADO
               THRU 8100-LER-CLASSIFICADO-EXIT.
       8200-LISTAR-VENCIDA-EXIT.
           EXIT.

       8300-CABECALHO-FILIAL.
           MOVE ZEROS TO WRK-QTDE-FILIAL.
           MOVE WRK-FILIAL-QUEBRA TO WRK-LF-FILIAL.
           MOVE WRK-LINHA-FILIAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       8300-CABECALHO-FILIAL-EXIT.
           EXIT.

       8400-SUBTOTAL-FILIAL.
           MOVE WRK-QTDE-FILIAL TO WRK-LS-QTDE.
           MOVE WRK-LINHA-SUBTOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       8400-SUBTOTAL-FILIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE KYC-FILE.
           IF NOT SEM-CLITRANS
               CLOSE CLIENTE-TRANS-FILE
           END-IF.
           CLOSE AVISO-FILE.

           DISPLAY "===== RECADASTRAMENTO PERIODICO =====".
           DISPLAY "CLIENTES LIDOS.......: " WRK-QTDE-LIDOS.
           DISPLAY "AGENDAS INICIADAS....: " WRK-QTDE-AGENDADOS.
           DISPLAY "REAGENDADOS (RISCO)..: " WRK-QTDE-REAGENDADOS.
           DISPLAY "REVISOES ABERTAS.....: " WRK-QTDE-ABERTAS.
           DISPLAY "AVISOS EMITIDOS......: " WRK-QTDE-AVISOS.
           DISPLAY "AVISOS SUPRIMIDOS....: " WRK-QTDE-SUPRIMIDOS.
           DISPLAY "REVISOES VENCIDAS....: " WRK-QTDE-VENCIDAS.
           DISPLAY "CLIENTES RESTRITOS...: " WRK-QTDE-RESTRITOS.
       9000-FINALIZAR-EXIT.
           EXIT.
