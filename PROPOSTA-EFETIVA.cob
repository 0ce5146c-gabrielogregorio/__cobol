      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PROPOSTA-EFETIVA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : TRIAGEM E EFETIVACAO DIARIA DAS PROPOSTAS DE   <*
      *>                ABERTURA AGUARDANDO EM PROPMST (CAPTADAS POR  <*
      *>                PROPOSTA-MANUT.COB). CADA PROPOSTA E TRIADA   <*
      *>                DE NOVO A CADA NOITE: CPF CANCELADO OU DE     <*
      *>                FALECIDO NA RFB (RFBMST), CPF ATIVO NA LISTA  <*
      *>                RESTRITIVA (LISTREST) OU SANCAO CONFIRMADA    <*
      *>                (SANCAO-TRIAGEM.COB) RECUSAM A PROPOSTA; CPF  <*
      *>                SUSPENSO NA RFB E SUSPEITA DE SANCAO NA FILA  <*
      *>                DO COMPLIANCE A DEIXAM AGUARDANDO; PEP ATIVO  <*
      *>                (PEPMST) ACRESCENTA AO CHECKLIST A APROVACAO  <*
      *>                DO COMPLIANCE (DOCUMENTO AP). SO COM O        <*
      *>                CHECKLIST INTEIRO RECEBIDO A PROPOSTA E       <*
      *>                EFETIVADA, E COMO UMA UNIDADE: CLIENTE EM     <*
      *>                CLIMAST, CONTA EM CONTASDB E TITULAR          <*
      *>                PRINCIPAL EM CONTATIT, COM AS MESMAS REGRAS   <*
      *>                DE CLIENTE-MASTER.COB, CONTA-MASTER.COB E     <*
      *>                CONTA-TITULAR.COB (CATALOGO DE PRODUTOS,      <*
      *>                PUBLICO, IDADE MINIMA, MENOR SO COM           <*
      *>                REPRESENTANTE ATIVO EM REPLEGAL); FALHA NO    <*
      *>                MEIO DESFAZ O QUE JA FOI GRAVADO E A PROPOSTA <*
      *>                SEGUE AGUARDANDO, SEM CONTA ORFA. O CLIENTE   <*
      *>                ENTRA NA AGENDA KYCMST E OS PRODUTOS PEDIDOS  <*
      *>                VAO PARA AS FILAS DOS SEUS LOTES (CHEQLIVIN,  <*
      *>                CARTMANUT, PIXKMANUT). CADA DESFECHO SAI EM   <*
      *>                PROPEFET E NO AUDIT-LOG; HAVENDO RECUSA OU    <*
      *>                FALHA, RETURN-CODE 4                          <*
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
           SELECT PROPOSTA-FILE       ASSIGN TO "PROPMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS PROP_NUMERO
               ALTERNATE RECORD KEY IS PROP_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-PROP.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               ALTERNATE RECORD KEY IS CLIENTE_NOME
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT KYC-FILE            ASSIGN TO "KYCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS KYC_CPF
               FILE STATUS        IS WRK-STATUS-KYC.

           SELECT RFB-FILE            ASSIGN TO "RFBMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RFB_CPF
               FILE STATUS        IS WRK-STATUS-RFB.

           SELECT RESTRITIVA-FILE     ASSIGN TO "LISTREST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RST_CPF
               FILE STATUS        IS WRK-STATUS-RST.

           SELECT PEP-FILE            ASSIGN TO "PEPMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS PEP_CPF
               FILE STATUS        IS WRK-STATUS-PEP.

           SELECT REPLEGAL-FILE       ASSIGN TO "REPLEGAL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RPL-CHAVE
               ALTERNATE RECORD KEY IS RPL_CPF_RESPONSAVEL
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-RPL.

           SELECT TALAO-FILE          ASSIGN TO "CHEQLIVIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TALAO.

           SELECT CARTAO-FILE         ASSIGN TO "CARTMANUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CARTAO.

           SELECT CHAVE-FILE          ASSIGN TO "PIXKMANUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-CHAVE.

           SELECT RELATORIO-FILE      ASSIGN TO "PROPEFET"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PROPOSTA-FILE.
           COPY PROPOSTA-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  KYC-FILE.
           COPY KYC-REG.

       FD  RFB-FILE.
           COPY RFB-REG.

       FD  RESTRITIVA-FILE.
           COPY RESTRITIVA-REG.

       FD  PEP-FILE.
           COPY PEP-REG.

       FD  REPLEGAL-FILE.
           COPY REPLEGAL-REG.

      *----------------------------------------------------------------*
      *>   PEDIDOS DE PRODUTO NO DESENHO DOS LOTES QUE OS ATENDEM      *
      *>   (CHEQLIVRO-EMITE, CARTAO-MANUT E PIX-CHAVE-CARGA)           *
      *----------------------------------------------------------------*
       FD  TALAO-FILE.
       01  TALAO-REG.
           02 LPED-CONTA              PIC 9(08).
           02 LPED-QTDE-FOLHAS        PIC 9(03).
           02 LPED-OPERADOR           PIC X(08).

       FD  CARTAO-FILE.
       01  CARTAO-PEDIDO-REG.
           02 CRMN-FUNCAO             PIC X(01).
           02 CRMN-CARTAO             PIC 9(16).
           02 CRMN-CONTA              PIC 9(08).
           02 CRMN-CPF                PIC X(11).
           02 CRMN-SITUACAO           PIC X(01).
           02 CRMN-OPERADOR           PIC X(08).

       FD  CHAVE-FILE.
       01  CHAVE-PEDIDO-REG.
           02 PMAN-FUNCAO             PIC X(01).
           02 PMAN-CHAVE              PIC X(36).
           02 PMAN-TIPO               PIC X(01).
           02 PMAN-CPF                PIC X(11).
           02 PMAN-CONTA              PIC 9(08).
           02 PMAN-OPERADOR           PIC X(08).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       COPY CLIENTE-CODIGOS.

       77  WRK-STATUS-PROP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-KYC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RFB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RST         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PEP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RPL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TALAO       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CARTAO      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CHAVE       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PROPOSTA       PIC X(01) VALUE "N".
           88 FIM-PROPOSTA            VALUE "S".
       77  WRK-FIM-RPL            PIC X(01) VALUE "N".
           88 FIM-RPL                 VALUE "S".
       77  WRK-TEM-REPRESENTANTE  PIC X(01) VALUE "N".
           88 TEM-REPRESENTANTE       VALUE "S".

      *----------------------------------------------------------------*
      *>   FONTES DA TRIAGEM: SEM A CARGA, A CONSULTA E PULADA, COMO   *
      *>   EM CLIENTE-MASTER E CLIENTE-RISCO                           *
      *----------------------------------------------------------------*
       77  WRK-RFB-DISPONIVEL     PIC X(01) VALUE "N".
           88 RFB-DISPONIVEL          VALUE "S".
       77  WRK-RST-DISPONIVEL     PIC X(01) VALUE "N".
           88 RST-DISPONIVEL          VALUE "S".
       77  WRK-PEP-DISPONIVEL     PIC X(01) VALUE "N".
           88 PEP-DISPONIVEL          VALUE "S".
       77  WRK-RPL-DISPONIVEL     PIC X(01) VALUE "N".
           88 RPL-DISPONIVEL          VALUE "S".

       77  WRK-MESTRE-ALTERADO    PIC X(01) VALUE "N".
           88 MESTRE-ALTERADO         VALUE "S".

      *----------------------------------------------------------------*
      *>   DESFECHO DA PROPOSTA: MOTIVO RECUSA, PENDENCIA MANTEM       *
      *>   AGUARDANDO                                                  *
      *----------------------------------------------------------------*
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.
       77  WRK-PENDENCIA          PIC X(40) VALUE SPACES.
       77  WRK-RESULTADO          PIC X(60) VALUE SPACES.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.
       77  WRK-MAIORIDADE         PIC 9(03) VALUE 18.
       77  WRK-OPERADOR           PIC X(08) VALUE "BATCH".

       77  WRK-DOC-IDX            PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-ACHADO         PIC 9(02) VALUE ZEROS.
       77  WRK-QTDE-FALTAM        PIC 9(02) VALUE ZEROS.
       77  WRK-LISTA-DOCS         PIC X(24) VALUE SPACES.
       77  WRK-LISTA-PONTEIRO     PIC 9(02) VALUE ZEROS.

       77  WRK-CODIGO-PRODUTO     PIC X(04) VALUE SPACES.
       77  WRK-FAMILIA-PEDIDA     PIC X(01) VALUE SPACE.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".

       77  WRK-SAN-CLIENTE         PIC X(11) VALUE SPACES.
       77  WRK-SAN-ORIGEM          PIC X(01) VALUE SPACE.
       77  WRK-SAN-DOCUMENTO       PIC X(14) VALUE SPACES.
       77  WRK-SAN-NOME            PIC X(40) VALUE SPACES.
       77  WRK-SAN-RESULTADO       PIC X(01) VALUE SPACE.
           88 SAN-SUSPEITA             VALUE "S".
           88 SAN-CONFIRMADA           VALUE "C".

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EFETIVADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AGUARDANDO    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DESFEITAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-TALOES        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CARTOES       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CHAVES        PIC 9(07) VALUE ZEROS.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

      *----------------------------------------------------------------*
      *>   PRODUTO DO CATALOGO DEVOLVIDO POR PRODUTO-LE                *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

       01  WRK-LINHA-PROPOSTA.
           02 WRK-LP-NUMERO        PIC 9(10).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-LP-CPF           PIC X(11).
           02 FILLER               PIC X(07) VALUE " CONTA ".
           02 WRK-LP-CONTA         PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-RESULTADO     PIC X(58).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PROPOSTA
               THRU 2000-PROCESSAR-PROPOSTA-EXIT
               UNTIL FIM-PROPOSTA.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   A EFETIVACAO GRAVA CLIMAST, CONTASDB E CONTATIT: OS TRES    *
      *>   SELOS SAO CONFERIDOS ANTES                                  *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CLIMAST" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "PROP-SELO-12 MESTRE CLIMAST NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
               GO TO 0500-CONFERIR-SELO-EXIT
           END-IF.

           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTASDB" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "PROP-SELO-12 MESTRE CONTASDB NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
               GO TO 0500-CONFERIR-SELO-EXIT
           END-IF.

           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTATIT" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "PROP-SELO-12 MESTRE CONTATIT NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O PROPOSTA-FILE.
           IF WRK-STATUS-PROP NOT = "00"
               DISPLAY "PROPOSTA-EFETIVA: PROPMST AUSENTE, STATUS "
                   WRK-STATUS-PROP " - NADA A EFETIVAR"
               SET FIM-PROPOSTA TO TRUE
           END-IF.

           OPEN I-O CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER = "35"
               CLOSE CLIENTE-MASTER-FILE
               OPEN OUTPUT CLIENTE-MASTER-FILE
               CLOSE CLIENTE-MASTER-FILE
               OPEN I-O CLIENTE-MASTER-FILE
           END-IF.

           OPEN I-O CONTA-FILE.
           IF WRK-STATUS-CONTA = "35"
               CLOSE CONTA-FILE
               OPEN OUTPUT CONTA-FILE
               CLOSE CONTA-FILE
               OPEN I-O CONTA-FILE
           END-IF.

           OPEN I-O TITULAR-FILE.
           IF WRK-STATUS-TIT = "35"
               CLOSE TITULAR-FILE
               OPEN OUTPUT TITULAR-FILE
               CLOSE TITULAR-FILE
               OPEN I-O TITULAR-FILE
           END-IF.

           OPEN I-O KYC-FILE.
           IF WRK-STATUS-KYC = "35"
               CLOSE KYC-FILE
               OPEN OUTPUT KYC-FILE
               CLOSE KYC-FILE
               OPEN I-O KYC-FILE
           END-IF.

           OPEN INPUT RFB-FILE.
           IF WRK-STATUS-RFB = "00"
               SET RFB-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT RESTRITIVA-FILE.
           IF WRK-STATUS-RST = "00"
               SET RST-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT PEP-FILE.
           IF WRK-STATUS-PEP = "00"
               SET PEP-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT REPLEGAL-FILE.
           IF WRK-STATUS-RPL = "00"
               SET RPL-DISPONIVEL TO TRUE
           END-IF.

           OPEN EXTEND TALAO-FILE.
           IF WRK-STATUS-TALAO = "35"
               OPEN OUTPUT TALAO-FILE
           END-IF.
           OPEN EXTEND CARTAO-FILE.
           IF WRK-STATUS-CARTAO = "35"
               OPEN OUTPUT CARTAO-FILE
           END-IF.
           OPEN EXTEND CHAVE-FILE.
           IF WRK-STATUS-CHAVE = "35"
               OPEN OUTPUT CHAVE-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "EFETIVACAO DAS PROPOSTAS DE ABERTURA" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TRIAGEM, CHECKLIST, CRITICA DA EFETIVACAO E EFETIVACAO, NA  *
      *>   ORDEM; A PRIMEIRA RECUSA OU PENDENCIA ENCERRA A PROPOSTA    *
      *>   NESTA RODADA                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-PROPOSTA.
      *----------------------------------------------------------------*
           READ PROPOSTA-FILE NEXT RECORD.
           IF WRK-STATUS-PROP NOT = "00"
               AND WRK-STATUS-PROP NOT = "02"
               SET FIM-PROPOSTA TO TRUE
               GO TO 2000-PROCESSAR-PROPOSTA-EXIT
           END-IF.
           IF NOT PROP-AGUARDANDO
               GO TO 2000-PROCESSAR-PROPOSTA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE SPACES TO WRK-MOTIVO WRK-PENDENCIA WRK-RESULTADO.

           PERFORM 3000-TRIAR THRU 3000-TRIAR-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2800-RECUSAR THRU 2800-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PROPOSTA-EXIT
           END-IF.

           PERFORM 4000-CONFERIR-CHECKLIST
               THRU 4000-CONFERIR-CHECKLIST-EXIT.
           IF WRK-PENDENCIA NOT = SPACES
               PERFORM 2700-MANTER-AGUARDANDO
                   THRU 2700-MANTER-AGUARDANDO-EXIT
               GO TO 2000-PROCESSAR-PROPOSTA-EXIT
           END-IF.

           PERFORM 5000-CRITICAR-EFETIVACAO
               THRU 5000-CRITICAR-EFETIVACAO-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2800-RECUSAR THRU 2800-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PROPOSTA-EXIT
           END-IF.
           IF WRK-PENDENCIA NOT = SPACES
               PERFORM 2700-MANTER-AGUARDANDO
                   THRU 2700-MANTER-AGUARDANDO-EXIT
               GO TO 2000-PROCESSAR-PROPOSTA-EXIT
           END-IF.

           PERFORM 6000-EFETIVAR THRU 6000-EFETIVAR-EXIT.
           IF WRK-PENDENCIA NOT = SPACES
               ADD 1 TO WRK-QTDE-DESFEITAS
               PERFORM 2700-MANTER-AGUARDANDO
                   THRU 2700-MANTER-AGUARDANDO-EXIT
               GO TO 2000-PROCESSAR-PROPOSTA-EXIT
           END-IF.

           MOVE "PROP_SITUACAO" TO WRK-AUDIT-CAMPO.
           MOVE PROP_SITUACAO   TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "E"             TO WRK-AUDIT-VALOR-NOVO.
           SET PROP-EFETIVADA TO TRUE.
           MOVE WRK-DATA-HOJE TO PROP_DATA_SITUACAO.
           MOVE SPACES        TO PROP_MOTIVO.
           REWRITE PROPOSTA-REG.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
           ADD 1 TO WRK-QTDE-EFETIVADAS.

           PERFORM 6600-PEDIR-PRODUTOS THRU 6600-PEDIR-PRODUTOS-EXIT.
           MOVE "EFETIVADA" TO WRK-RESULTADO.
           PERFORM 8000-EMITIR-LINHA THRU 8000-EMITIR-LINHA-EXIT.
       2000-PROCESSAR-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A PROPOSTA SEGUE AGUARDANDO, COM O RESULTADO DA TRIAGEM E O *
      *>   CHECKLIST DESTA RODADA GRAVADOS E A PENDENCIA NO MOTIVO     *
      *----------------------------------------------------------------*
       2700-MANTER-AGUARDANDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-AGUARDANDO.
           MOVE WRK-PENDENCIA TO PROP_MOTIVO.
           REWRITE PROPOSTA-REG.
           STRING "AGUARDANDO: " DELIMITED BY SIZE
               WRK-PENDENCIA DELIMITED BY SIZE
               INTO WRK-RESULTADO.
           PERFORM 8000-EMITIR-LINHA THRU 8000-EMITIR-LINHA-EXIT.
       2700-MANTER-AGUARDANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2800-RECUSAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RECUSADAS.
           MOVE "PROP_SITUACAO" TO WRK-AUDIT-CAMPO.
           MOVE PROP_SITUACAO   TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "R"             TO WRK-AUDIT-VALOR-NOVO.
           SET PROP-RECUSADA TO TRUE.
           MOVE WRK-DATA-HOJE TO PROP_DATA_SITUACAO.
           MOVE WRK-MOTIVO    TO PROP_MOTIVO.
           REWRITE PROPOSTA-REG.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
           STRING "RECUSADA: " DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO WRK-RESULTADO.
           PERFORM 8000-EMITIR-LINHA THRU 8000-EMITIR-LINHA-EXIT.
       2800-RECUSAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TRIAGEM DA NOITE: RFB E LISTA RESTRITIVA SO PARA PF (O      *
      *>   CODIGO DE CLIENTE PJ NAO E CPF); PEP E SANCOES PARA TODOS   *
      *----------------------------------------------------------------*
       3000-TRIAR.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE TO PROP_TRI_DATA.
           MOVE SPACE TO PROP_TRI_RFB.
           MOVE "N"   TO PROP_TRI_RESTRITIVA PROP_TRI_PEP.

           IF PROP-PESSOA-FISICA
               PERFORM 3100-CONSULTAR-RFB THRU 3100-CONSULTAR-RFB-EXIT
               IF WRK-MOTIVO NOT = SPACES
                   GO TO 3000-TRIAR-EXIT
               END-IF
               PERFORM 3200-CONSULTAR-RESTRITIVA
                   THRU 3200-CONSULTAR-RESTRITIVA-EXIT
               IF WRK-MOTIVO NOT = SPACES
                   GO TO 3000-TRIAR-EXIT
               END-IF
           END-IF.

           PERFORM 3400-TRIAR-SANCAO THRU 3400-TRIAR-SANCAO-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 3000-TRIAR-EXIT
           END-IF.

           PERFORM 3300-CONSULTAR-PEP THRU 3300-CONSULTAR-PEP-EXIT.
       3000-TRIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-CONSULTAR-RFB.
      *----------------------------------------------------------------*
           IF NOT RFB-DISPONIVEL
               GO TO 3100-CONSULTAR-RFB-EXIT
           END-IF.
           MOVE PROP_CPF TO RFB_CPF.
           READ RFB-FILE
               INVALID KEY
                   GO TO 3100-CONSULTAR-RFB-EXIT
           END-READ.
           MOVE RFB_SITUACAO TO PROP_TRI_RFB.

           EVALUATE PROP_TRI_RFB
               WHEN CONST_RFB_CANCELADO
                   MOVE "CPF CANCELADO NA RFB" TO WRK-MOTIVO
               WHEN CONST_RFB_FALECIDO
                   MOVE "CPF DE TITULAR FALECIDO NA RFB" TO WRK-MOTIVO
               WHEN CONST_RFB_SUSPENSO
                   IF WRK-PENDENCIA = SPACES
                       MOVE "CPF SUSPENSO NA RFB" TO WRK-PENDENCIA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-CONSULTAR-RFB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-CONSULTAR-RESTRITIVA.
      *----------------------------------------------------------------*
           IF NOT RST-DISPONIVEL
               GO TO 3200-CONSULTAR-RESTRITIVA-EXIT
           END-IF.
           MOVE PROP_CPF TO RST_CPF.
           READ RESTRITIVA-FILE
               INVALID KEY
                   GO TO 3200-CONSULTAR-RESTRITIVA-EXIT
           END-READ.
           IF RST-ATIVO
               MOVE "S" TO PROP_TRI_RESTRITIVA
               MOVE "CPF ATIVO NA LISTA RESTRITIVA" TO WRK-MOTIVO
           END-IF.
       3200-CONSULTAR-RESTRITIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PEP ATIVO NAO RECUSA: EXIGE A APROVACAO DO COMPLIANCE, QUE  *
      *>   ENTRA NO CHECKLIST COMO O DOCUMENTO AP                      *
      *----------------------------------------------------------------*
       3300-CONSULTAR-PEP.
      *----------------------------------------------------------------*
           IF NOT PEP-DISPONIVEL
               GO TO 3300-CONSULTAR-PEP-EXIT
           END-IF.
           MOVE PROP_CPF TO PEP_CPF.
           READ PEP-FILE
               INVALID KEY
                   GO TO 3300-CONSULTAR-PEP-EXIT
           END-READ.
           IF NOT PEP-ATIVO
               GO TO 3300-CONSULTAR-PEP-EXIT
           END-IF.
           MOVE "S" TO PROP_TRI_PEP.

           MOVE ZEROS TO WRK-DOC-ACHADO.
           PERFORM 3350-PROCURAR-APROVACAO
               THRU 3350-PROCURAR-APROVACAO-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > PROP_QTDE_DOCS
                  OR WRK-DOC-ACHADO > ZEROS.
           IF WRK-DOC-ACHADO > ZEROS
               OR PROP_QTDE_DOCS NOT < 8
               GO TO 3300-CONSULTAR-PEP-EXIT
           END-IF.

           ADD 1 TO PROP_QTDE_DOCS.
           MOVE PROP_QTDE_DOCS TO WRK-DOC-IDX.
           MOVE "AP"   TO PROP_DOC_CODIGO (WRK-DOC-IDX).
           MOVE "N"    TO PROP_DOC_RECEBIDO (WRK-DOC-IDX).
           MOVE ZEROS  TO PROP_DOC_DATA (WRK-DOC-IDX).
           MOVE SPACES TO PROP_DOC_OPERADOR (WRK-DOC-IDX).
       3300-CONSULTAR-PEP-EXIT.
           EXIT.

       3350-PROCURAR-APROVACAO.
           IF PROP_DOC_CODIGO (WRK-DOC-IDX) = "AP"
               MOVE WRK-DOC-IDX TO WRK-DOC-ACHADO
           END-IF.
       3350-PROCURAR-APROVACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A TRIAGEM DE SANCOES E A MESMA DA INCLUSAO EM CLIENTE-      *
      *>   MASTER: SUSPEITA ESPERA A DECISAO DO COMPLIANCE EM          *
      *>   SANCFILA; CONFIRMADA RECUSA; LISTA NAO CARREGADA NAO TRAVA  *
      *----------------------------------------------------------------*
       3400-TRIAR-SANCAO.
      *----------------------------------------------------------------*
           MOVE PROP_CPF  TO WRK-SAN-CLIENTE.
           MOVE "C"       TO WRK-SAN-ORIGEM.
           IF PROP-PESSOA-JURIDICA
               MOVE PROP_CNPJ TO WRK-SAN-DOCUMENTO
           ELSE
               MOVE PROP_CPF  TO WRK-SAN-DOCUMENTO
           END-IF.
           MOVE PROP_NOME TO WRK-SAN-NOME.
           CALL "SANCAO-TRIAGEM" USING WRK-SAN-CLIENTE WRK-SAN-ORIGEM
               WRK-SAN-DOCUMENTO WRK-SAN-NOME WRK-SAN-RESULTADO.
           MOVE WRK-SAN-RESULTADO TO PROP_TRI_SANCAO.

           EVALUATE TRUE
               WHEN SAN-CONFIRMADA
                   MOVE "SANCAO CONFIRMADA PELO COMPLIANCE"
                       TO WRK-MOTIVO
               WHEN SAN-SUSPEITA
                   IF WRK-PENDENCIA = SPACES
                       MOVE "SUSPEITA DE SANCAO EM REVISAO"
                           TO WRK-PENDENCIA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3400-TRIAR-SANCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHECKLIST INCOMPLETO MANTEM A PROPOSTA AGUARDANDO; A        *
      *>   PENDENCIA DA TRIAGEM (SE HOUVER) TEM PRECEDENCIA NO MOTIVO  *
      *----------------------------------------------------------------*
       4000-CONFERIR-CHECKLIST.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO WRK-QTDE-FALTAM.
           MOVE SPACES TO WRK-LISTA-DOCS.
           MOVE 1      TO WRK-LISTA-PONTEIRO.
           PERFORM 4100-EXAMINAR-DOCUMENTO
               THRU 4100-EXAMINAR-DOCUMENTO-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > PROP_QTDE_DOCS.

           IF WRK-QTDE-FALTAM > ZEROS
               AND WRK-PENDENCIA = SPACES
               STRING "FALTAM: " WRK-LISTA-DOCS
                   DELIMITED BY SIZE INTO WRK-PENDENCIA
           END-IF.
       4000-CONFERIR-CHECKLIST-EXIT.
           EXIT.

       4100-EXAMINAR-DOCUMENTO.
           IF PROP-DOC-RECEBIDO (WRK-DOC-IDX)
               GO TO 4100-EXAMINAR-DOCUMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FALTAM.
           STRING PROP_DOC_CODIGO (WRK-DOC-IDX) " "
               DELIMITED BY SIZE INTO WRK-LISTA-DOCS
               WITH POINTER WRK-LISTA-PONTEIRO.
       4100-EXAMINAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AS REGRAS DOS LOTES QUE A PROPOSTA SUBSTITUI, CONFERIDAS    *
      *>   ANTES DE GRAVAR QUALQUER COISA: CLIENTE E CONTA AINDA       *
      *>   LIVRES, PRODUTO DO CATALOGO (CONTA-MASTER), PRODUTOS        *
      *>   PEDIDOS PERMITIDOS PELO PRODUTO E MENOR COM REPRESENTANTE   *
      *>   LEGAL ATIVO (CONTA-TITULAR)                                 *
      *----------------------------------------------------------------*
       5000-CRITICAR-EFETIVACAO.
      *----------------------------------------------------------------*
           MOVE PROP_CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CLIENTE JA CADASTRADO EM CLIMAST"
                       TO WRK-MOTIVO
                   GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-READ.

           MOVE PROP_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CONTA JA EXISTE EM CONTASDB" TO WRK-MOTIVO
                   GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-READ.

           MOVE PROP_COD_PRODUTO TO WRK-CODIGO-PRODUTO.
           MOVE PROP_PRODUTO     TO WRK-FAMILIA-PEDIDA.
           CALL "PRODUTO-LE" USING WRK-CODIGO-PRODUTO
               WRK-FAMILIA-PEDIDA PRODUTO-REG WRK-PRODUTO-ACHADO.
           IF NOT PRODUTO-ACHADO
               MOVE "PRODUTO NAO CADASTRADO" TO WRK-MOTIVO
               GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-IF.
           IF PROD-SUSPENSO
               MOVE "PRODUTO SUSPENSO PARA ABERTURA" TO WRK-MOTIVO
               GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-IF.
           IF (PROD-PUBLICO-PF AND PROP-PESSOA-JURIDICA)
               OR (PROD-PUBLICO-PJ AND NOT PROP-PESSOA-JURIDICA)
               MOVE "PRODUTO NAO ATENDE O TIPO DE CLIENTE"
                   TO WRK-MOTIVO
               GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-IF.
           IF PROP_FOLHAS > ZEROS
               AND NOT PROD-PERMITE-CHEQUE
               MOVE "PRODUTO DA CONTA NAO PERMITE TALAO" TO WRK-MOTIVO
               GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-IF.
           IF PROP-PEDE-CARTAO
               AND NOT PROD-PERMITE-CARTAO
               MOVE "PRODUTO DA CONTA NAO PERMITE CARTAO"
                   TO WRK-MOTIVO
               GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-IF.

           IF PROP-PESSOA-JURIDICA
               GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-IF.

           CALL "IDADE-APURA" USING PROP_DATANASC WRK-DATA-HOJE
               WRK-IDADE.
           IF PROD_IDADE_MINIMA > ZEROS
               AND (WRK-IDADE = 999 OR WRK-IDADE < PROD_IDADE_MINIMA)
               MOVE "IDADE ABAIXO DA MINIMA DO PRODUTO"
                   TO WRK-MOTIVO
               GO TO 5000-CRITICAR-EFETIVACAO-EXIT
           END-IF.

           IF WRK-IDADE < WRK-MAIORIDADE
               PERFORM 5100-PROCURAR-REPRESENTANTE
                   THRU 5100-PROCURAR-REPRESENTANTE-EXIT
               IF NOT TEM-REPRESENTANTE
                   MOVE "MENOR SEM REPRESENTANTE LEGAL ATIVO"
                       TO WRK-PENDENCIA
               END-IF
           END-IF.
       5000-CRITICAR-EFETIVACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MESMA VARREDURA DE CONTA-TITULAR: REPRESENTACOES DO MENOR   *
      *>   (CHAVE COMECA PELO CPF DO MENOR) A PROCURA DE UMA ATIVA     *
      *----------------------------------------------------------------*
       5100-PROCURAR-REPRESENTANTE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-TEM-REPRESENTANTE.
           MOVE "N" TO WRK-FIM-RPL.

           IF NOT RPL-DISPONIVEL
               GO TO 5100-PROCURAR-REPRESENTANTE-EXIT
           END-IF.

           MOVE PROP_CPF   TO RPL_CPF_MENOR.
           MOVE LOW-VALUES TO RPL_CPF_RESPONSAVEL.
           START REPLEGAL-FILE KEY NOT < RPL-CHAVE
               INVALID KEY
                   SET FIM-RPL TO TRUE
           END-START.

           PERFORM 5150-LER-REPRESENTACAO
               THRU 5150-LER-REPRESENTACAO-EXIT
               UNTIL FIM-RPL.
       5100-PROCURAR-REPRESENTANTE-EXIT.
           EXIT.

       5150-LER-REPRESENTACAO.
           READ REPLEGAL-FILE NEXT RECORD.
           IF WRK-STATUS-RPL NOT = "00"
               OR RPL_CPF_MENOR NOT = PROP_CPF
               SET FIM-RPL TO TRUE
               GO TO 5150-LER-REPRESENTACAO-EXIT
           END-IF.
           IF RPL-ATIVA
               SET TEM-REPRESENTANTE TO TRUE
               SET FIM-RPL TO TRUE
           END-IF.
       5150-LER-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EFETIVACAO COMO UNIDADE: CLIENTE, CONTA E TITULAR; SE UMA   *
      *>   GRAVACAO FALHA, AS ANTERIORES SAO APAGADAS E A PROPOSTA     *
      *>   VOLTA A AGUARDAR COM A FALHA NO MOTIVO                      *
      *----------------------------------------------------------------*
       6000-EFETIVAR.
      *----------------------------------------------------------------*
           PERFORM 6100-GRAVAR-CLIENTE THRU 6100-GRAVAR-CLIENTE-EXIT.
           IF WRK-PENDENCIA NOT = SPACES
               GO TO 6000-EFETIVAR-EXIT
           END-IF.

           PERFORM 6200-GRAVAR-CONTA THRU 6200-GRAVAR-CONTA-EXIT.
           IF WRK-PENDENCIA NOT = SPACES
               PERFORM 6900-DESFAZER-CLIENTE
                   THRU 6900-DESFAZER-CLIENTE-EXIT
               GO TO 6000-EFETIVAR-EXIT
           END-IF.

           MOVE PROP_CONTA TO TIT_CONTA.
           MOVE PROP_CPF   TO TIT_CPF.
           SET TIT-PRINCIPAL TO TRUE.
           WRITE TITULAR-REG
               INVALID KEY
                   MOVE "FALHA NA GRAVACAO DE CONTATIT - DESFEITA"
                       TO WRK-PENDENCIA
                   DELETE CONTA-FILE
                   PERFORM 6900-DESFAZER-CLIENTE
                       THRU 6900-DESFAZER-CLIENTE-EXIT
                   GO TO 6000-EFETIVAR-EXIT
           END-WRITE.
           SET MESTRE-ALTERADO TO TRUE.

           PERFORM 6400-AGENDAR-REVISAO
               THRU 6400-AGENDAR-REVISAO-EXIT.

           MOVE PROP_CPF      TO WRK-AUDIT-CHAVE.
           MOVE SPACES        TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE PROP_CPF      TO WRK-AUDIT-VALOR-NOVO.
           MOVE "CLIENTE_CPF" TO WRK-AUDIT-CAMPO.
           CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
           MOVE PROP_CONTA     TO WRK-AUDIT-VALOR-NOVO.
           MOVE "CONTA_NUMERO" TO WRK-AUDIT-CAMPO.
           CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       6000-EFETIVAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CLIENTE NO DESENHO DA INCLUSAO DE CLIENTE-MASTER; PEP JA    *
      *>   NASCE ALTO RISCO, COMO CLIENTE-RISCO O CLASSIFICARIA        *
      *----------------------------------------------------------------*
       6100-GRAVAR-CLIENTE.
      *----------------------------------------------------------------*
           MOVE PROP_CPF           TO CLIENTE_CPF.
           MOVE PROP_NOME          TO CLIENTE_NOME.
           MOVE PROP_RG            TO CLIENTE_RG.
           MOVE PROP_ENDERECO      TO CLIENTE_ENDERECO.
           MOVE PROP_DATANASC      TO DATANASC.
           MOVE PROP_GENERO        TO CLIENTE_GENERO.
           MOVE PROP_ESTADO_CIVIL  TO CLIENTE_ESTADO_CIVIL.
           MOVE PROP_TIPO          TO CLIENTE_TIPO.
           MOVE PROP_CNPJ          TO CLIENTE_CNPJ.
           MOVE CONST_STATUS_ATIVO TO CLIENTE_STATUS.
           IF PROP-TRI-PEP
               MOVE "A"   TO CLIENTE_RISCO
           ELSE
               MOVE SPACE TO CLIENTE_RISCO
           END-IF.
           MOVE PROP_TRI_RFB       TO CLIENTE_SITRFB.
           MOVE SPACE              TO CLIENTE_END_SUSPEITO.
           SET CLIENTE-LAYOUT-ATUAL TO TRUE.

           WRITE CLIENTE
               INVALID KEY
                   MOVE "FALHA NA GRAVACAO DE CLIMAST" TO WRK-PENDENCIA
                   GO TO 6100-GRAVAR-CLIENTE-EXIT
           END-WRITE.
           SET MESTRE-ALTERADO TO TRUE.
       6100-GRAVAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA NO DESENHO DA ABERTURA DE CONTA-MASTER: SALDO ZERADO, *
      *>   ATIVA, PRODUTO DO CATALOGO E ANIVERSARIO NO DIA DE HOJE     *
      *----------------------------------------------------------------*
       6200-GRAVAR-CONTA.
      *----------------------------------------------------------------*
           MOVE PROP_CONTA  TO CONTA_NUMERO.
           MOVE ZEROS       TO CONTA_SALDO.
           MOVE PROP_MOEDA  TO CONTA_MOEDA.
           MOVE "A"         TO CONTA_STATUS.
           MOVE PROD_CODIGO TO CONTA_COD_PRODUTO.
           IF PROD-FAM-POUPANCA
               MOVE "P" TO CONTA_PRODUTO
           ELSE
               MOVE "C" TO CONTA_PRODUTO
           END-IF.
           MOVE WRK-DATA-HOJE (7:2) TO CONTA_DIA_ANIV.
           SET CONTA-LAYOUT-ATUAL TO TRUE.

           WRITE CONTA-REG
               INVALID KEY
                   MOVE "FALHA NA GRAVACAO DE CONTASDB - DESFEITA"
                       TO WRK-PENDENCIA
           END-WRITE.
       6200-GRAVAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRIMEIRA REVISAO CADASTRAL CONTADA DA EFETIVACAO, PELO      *
      *>   INTERVALO DA CLASSE DE RISCO (KYC-PRAZO), COMO NA INCLUSAO  *
      *----------------------------------------------------------------*
       6400-AGENDAR-REVISAO.
      *----------------------------------------------------------------*
           MOVE CLIENTE_CPF TO KYC_CPF.
           IF CLIENTE_RISCO = SPACE
               MOVE "B" TO KYC_RISCO
           ELSE
               MOVE CLIENTE_RISCO TO KYC_RISCO
           END-IF.
           MOVE WRK-DATA-HOJE TO KYC_DATA_ULTIMA.
           CALL "KYC-PRAZO" USING KYC_RISCO KYC_DATA_ULTIMA
               KYC_DATA_PROXIMA.
           SET KYC-EM-DIA TO TRUE.
           MOVE ZEROS        TO KYC_DATA_ABERTURA.
           MOVE ZEROS        TO KYC_FILIAL.
           MOVE WRK-OPERADOR TO KYC_OPERADOR.
           WRITE KYC-REG
               INVALID KEY
                   REWRITE KYC-REG
           END-WRITE.
       6400-AGENDAR-REVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRODUTOS PEDIDOS NA PROPOSTA ENTRAM NAS FILAS DOS SEUS      *
      *>   LOTES, EM NOME DO OPERADOR QUE CAPTOU A PROPOSTA            *
      *----------------------------------------------------------------*
       6600-PEDIR-PRODUTOS.
      *----------------------------------------------------------------*
           IF PROP_FOLHAS > ZEROS
               MOVE PROP_CONTA    TO LPED-CONTA
               MOVE PROP_FOLHAS   TO LPED-QTDE-FOLHAS
               MOVE PROP_OPERADOR TO LPED-OPERADOR
               WRITE TALAO-REG
               ADD 1 TO WRK-QTDE-TALOES
           END-IF.

           IF PROP-PEDE-CARTAO
               MOVE "A"           TO CRMN-FUNCAO
               MOVE ZEROS         TO CRMN-CARTAO
               MOVE PROP_CONTA    TO CRMN-CONTA
               MOVE PROP_CPF      TO CRMN-CPF
               MOVE SPACE         TO CRMN-SITUACAO
               MOVE PROP_OPERADOR TO CRMN-OPERADOR
               WRITE CARTAO-PEDIDO-REG
               ADD 1 TO WRK-QTDE-CARTOES
           END-IF.

           IF PROP_PIX_TIPO NOT = SPACE
               MOVE "A"            TO PMAN-FUNCAO
               MOVE PROP_PIX_CHAVE TO PMAN-CHAVE
               MOVE PROP_PIX_TIPO  TO PMAN-TIPO
               MOVE PROP_CPF       TO PMAN-CPF
               MOVE PROP_CONTA     TO PMAN-CONTA
               MOVE PROP_OPERADOR  TO PMAN-OPERADOR
               WRITE CHAVE-PEDIDO-REG
               ADD 1 TO WRK-QTDE-CHAVES
           END-IF.
       6600-PEDIR-PRODUTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6900-DESFAZER-CLIENTE.
      *----------------------------------------------------------------*
           MOVE PROP_CPF TO CLIENTE_CPF.
           DELETE CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "PROPOSTA-EFETIVA: CLIENTE " PROP_CPF
                       " NAO DESFEITO EM CLIMAST - CONFERIR"
           END-DELETE.
       6900-DESFAZER-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE PROP_CPF TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-EMITIR-LINHA.
      *----------------------------------------------------------------*
           MOVE PROP_NUMERO   TO WRK-LP-NUMERO.
           MOVE PROP_CPF      TO WRK-LP-CPF.
           MOVE PROP_CONTA    TO WRK-LP-CONTA.
           MOVE WRK-RESULTADO TO WRK-LP-RESULTADO.
           MOVE WRK-LINHA-PROPOSTA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       8000-EMITIR-LINHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PROPOSTA-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           CLOSE KYC-FILE.
           IF RFB-DISPONIVEL
               CLOSE RFB-FILE
           END-IF.
           IF RST-DISPONIVEL
               CLOSE RESTRITIVA-FILE
           END-IF.
           IF PEP-DISPONIVEL
               CLOSE PEP-FILE
           END-IF.
           IF RPL-DISPONIVEL
               CLOSE REPLEGAL-FILE
           END-IF.
           CLOSE TALAO-FILE.
           CLOSE CARTAO-FILE.
           CLOSE CHAVE-FILE.
           CLOSE RELATORIO-FILE.

      *>   OS MESTRES FORAM REESCRITOS: OS SELOS DE INTEGRIDADE
      *>   (CONTAGEM E HASH, ARQUIVO-SELO.COB) SAO REFEITOS PARA OS
      *>   LEITORES CONFERIREM ANTES DE CONFIAR NOS ARQUIVOS
           IF MESTRE-ALTERADO
               MOVE "G" TO WRK-SELO-FUNCAO
               MOVE "CLIMAST" TO WRK-SELO-ARQUIVO
               CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
                   WRK-SELO-ARQUIVO WRK-SELO-RESULTADO
               MOVE "CONTASDB" TO WRK-SELO-ARQUIVO
               CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
                   WRK-SELO-ARQUIVO WRK-SELO-RESULTADO
               MOVE "CONTATIT" TO WRK-SELO-ARQUIVO
               CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
                   WRK-SELO-ARQUIVO WRK-SELO-RESULTADO
           END-IF.

           IF (WRK-QTDE-RECUSADAS > ZEROS
               OR WRK-QTDE-DESFEITAS > ZEROS)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== EFETIVACAO DE PROPOSTAS =====".
           DISPLAY "PROPOSTAS EXAMINADAS.: " WRK-QTDE-LIDAS.
           DISPLAY "PROPOSTAS EFETIVADAS.: " WRK-QTDE-EFETIVADAS.
           DISPLAY "PROPOSTAS RECUSADAS..: " WRK-QTDE-RECUSADAS.
           DISPLAY "SEGUEM AGUARDANDO....: " WRK-QTDE-AGUARDANDO.
           DISPLAY "  EFETIVACAO DESFEITA: " WRK-QTDE-DESFEITAS.
           DISPLAY "PEDIDOS DE TALAO.....: " WRK-QTDE-TALOES.
           DISPLAY "PEDIDOS DE CARTAO....: " WRK-QTDE-CARTOES.
           DISPLAY "PEDIDOS DE CHAVE PIX.: " WRK-QTDE-CHAVES.
       9000-FINALIZAR-EXIT.
           EXIT.
