      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. OPENFIN-EXTRAI.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : EXTRACAO DIARIA DO OPEN FINANCE: PARA CADA     <*
      *>                CONSENTIMENTO ATIVO DE OFCONSMST GRAVA NO     <*
      *>                ARQUIVO OFEXTRAT (LAYOUT FIXO HEADER "0",     <*
      *>                CONSENTIMENTO "1", DETALHES "2" A "5",        <*
      *>                TRAILER "9") SO OS GRUPOS AUTORIZADOS: "2"    <*
      *>                CADASTRO (CLIMAST), "3" CONTAS DO CLIENTE     <*
      *>                PELO VINCULO CONTATIT COM O SALDO DE          <*
      *>                CONTASDB, "4" TRANSACOES DE CLITRANS AINDA    <*
      *>                NAO ENVIADAS (DEPOIS DA ULTIMA EXTRACAO ATE   <*
      *>                HOJE) E "5" PLANOS ATIVOS DE PLANOMST DAS     <*
      *>                CONTAS DO CLIENTE. CONSENTIMENTO REVOGADO NAO <*
      *>                E LIDO; O QUE PASSOU DA DATA DE EXPIRACAO E   <*
      *>                MARCADO X (AUDITADO, OPERADOR BATCH) E PARA   <*
      *>                NA HORA. TODA EXTRACAO, EXPIRACAO OU RECUSA   <*
      *>                FICA NO LOG OFLOG, UMA LINHA POR              <*
      *>                CONSENTIMENTO COM AS QUANTIDADES POR GRUPO    <*
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
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS OPF_ID
               ALTERNATE RECORD KEY IS OPF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-OPF.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CLIENTE-TRANS-FILE  ASSIGN TO "CLITRANS"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CLITRANS-CHAVE
               FILE STATUS        IS WRK-STATUS-CLIT.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT EXTRATO-FILE        ASSIGN TO "OFEXTRAT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXT.

           SELECT LOG-FILE            ASSIGN TO "OFLOG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-LOG.

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

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CLIENTE-TRANS-FILE.
           COPY CLIENTE-TRANS-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  EXTRATO-FILE.
       01  EXTRATO-LINHA              PIC X(150).

      *----------------------------------------------------------------*
      *>   LOG DE AUDITORIA DAS EXTRACOES, UMA LINHA POR CONSENTIMENTO *
      *>   TRATADO: E EXTRAIDO, X EXPIRADO, C CLIENTE AUSENTE          *
      *----------------------------------------------------------------*
       FD  LOG-FILE.
       01  LOG-REG.
           02 OFL_DATA                PIC 9(08).
           02 OFL_HORA                PIC 9(08).
           02 OFL_ID                  PIC X(20).
           02 OFL_CPF                 PIC X(11).
           02 OFL_ISPB_DESTINO        PIC 9(08).
           02 OFL_EVENTO              PIC X(01).
               88 OFL-EXTRAIDO            VALUE "E".
               88 OFL-EXPIRADO            VALUE "X".
               88 OFL-CLIENTE-AUSENTE     VALUE "C".
           02 OFL_GRUPOS              PIC X(04).
           02 OFL_QTDE_CADASTRO       PIC 9(05).
           02 OFL_QTDE_CONTAS         PIC 9(05).
           02 OFL_QTDE_TRANSACOES     PIC 9(05).
           02 OFL_QTDE_CREDITO        PIC 9(05).
           02 OFL_DESDE               PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-OPF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLIT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-LOG         PIC X(02) VALUE SPACES.

       77  WRK-FIM-OPF            PIC X(01) VALUE "N".
           88 FIM-OPF                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-CLIT           PIC X(01) VALUE "N".
           88 FIM-CLIT                VALUE "S".
       77  WRK-SEM-OPF            PIC X(01) VALUE "N".
           88 SEM-OPF                 VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".
       77  WRK-SEM-CONTA          PIC X(01) VALUE "N".
           88 SEM-CONTA               VALUE "S".
       77  WRK-SEM-CLIT           PIC X(01) VALUE "N".
           88 SEM-CLIT                VALUE "S".
       77  WRK-SEM-LOG            PIC X(01) VALUE "N".
           88 SEM-LOG                 VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-SISTEMA       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   VINCULOS CONTA X CPF (CONTATIT) E PLANOS ATIVOS (PLANOMST)  *
      *>   EM MEMORIA, PARA NAO RELER OS ARQUIVOS A CADA CONSENTIMENTO *
      *----------------------------------------------------------------*
       77  WRK-MAX-TITULARES      PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-TITULARES.
           02 WRK-TIT-ITEM  OCCURS 5000 TIMES
                             INDEXED BY WRK-TIT-IDX.
               03 WRK-TIT-CONTA        PIC 9(08).
               03 WRK-TIT-CPF          PIC X(11).
               03 WRK-TIT-TIPO         PIC X(01).

       77  WRK-MAX-PLANOS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PLANOS.
           02 WRK-PLN-ITEM  OCCURS 2000 TIMES
                             INDEXED BY WRK-PLN-IDX.
               03 WRK-PLN-NUMERO       PIC 9(07).
               03 WRK-PLN-CONTA        PIC 9(08).
               03 WRK-PLN-VALOR-TOTAL  PIC 9(09)V99.
               03 WRK-PLN-QTDE         PIC 9(03).
               03 WRK-PLN-VALOR-PARCELA PIC 9(09)V99.
               03 WRK-PLN-PROX-PARCELA PIC 9(03).
               03 WRK-PLN-PROX-VENC    PIC 9(08).
               03 WRK-PLN-CET-ANO      PIC 9(06)V99.

       77  WRK-TABELA-ESTOURO     PIC X(01) VALUE "N".
           88 TABELA-ESTOUROU         VALUE "S".
       77  WRK-CONTA-DO-CLIENTE   PIC X(01) VALUE "N".
           88 CONTA-DO-CLIENTE        VALUE "S".
       77  WRK-CONTA-BUSCA        PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   QUANTIDADES DO CONSENTIMENTO CORRENTE E TOTAIS DA RODADA    *
      *----------------------------------------------------------------*
       77  WRK-QTDE-CADASTRO      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-CONTAS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-TRANSACOES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-CREDITO       PIC 9(05) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXTRAIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXPIRADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INATIVOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SEM-CLIENTE   PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REGISTROS     PIC 9(09) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LAYOUT FIXO DO ARQUIVO DE COMPARTILHAMENTO                  *
      *----------------------------------------------------------------*
       01  WRK-OFX-HEADER.
           02 FILLER              PIC X(01) VALUE "0".
           02 FILLER              PIC X(07) VALUE "OPENFIN".
           02 WRK-OHD-DATA        PIC 9(08).
           02 FILLER              PIC X(134) VALUE SPACES.

       01  WRK-OFX-CONSENT.
           02 FILLER              PIC X(01) VALUE "1".
           02 WRK-OCN-ID          PIC X(20).
           02 WRK-OCN-CPF         PIC X(11).
           02 WRK-OCN-ISPB        PIC 9(08).
           02 WRK-OCN-NOME        PIC X(20).
           02 WRK-OCN-GRUPOS      PIC X(04).
           02 WRK-OCN-CONCESSAO   PIC 9(08).
           02 WRK-OCN-EXPIRACAO   PIC 9(08).
           02 FILLER              PIC X(70) VALUE SPACES.

       01  WRK-OFX-CADASTRO.
           02 FILLER              PIC X(01) VALUE "2".
           02 WRK-OCD-ID          PIC X(20).
           02 WRK-OCD-NOME        PIC X(20).
           02 WRK-OCD-NASCIMENTO  PIC X(08).
           02 WRK-OCD-TIPO        PIC X(01).
           02 WRK-OCD-CNPJ        PIC X(14).
           02 WRK-OCD-LOGRADOURO  PIC X(30).
           02 WRK-OCD-NUMERO      PIC X(06).
           02 WRK-OCD-CIDADE      PIC X(20).
           02 WRK-OCD-UF          PIC X(02).
           02 WRK-OCD-CEP         PIC 9(08).
           02 FILLER              PIC X(20) VALUE SPACES.

       01  WRK-OFX-CONTA.
           02 FILLER              PIC X(01) VALUE "3".
           02 WRK-OCT-ID          PIC X(20).
           02 WRK-OCT-CONTA       PIC 9(08).
           02 WRK-OCT-TITULARIDADE PIC X(01).
           02 WRK-OCT-PRODUTO     PIC X(01).
           02 WRK-OCT-MOEDA       PIC X(03).
           02 WRK-OCT-STATUS      PIC X(01).
           02 WRK-OCT-SALDO       PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER              PIC X(101) VALUE SPACES.

       01  WRK-OFX-TRANSACAO.
           02 FILLER              PIC X(01) VALUE "4".
           02 WRK-OTR-ID          PIC X(20).
           02 WRK-OTR-DATA        PIC 9(08).
           02 WRK-OTR-TIPO        PIC X(01).
           02 WRK-OTR-VALOR       PIC 9(09)V99.
           02 WRK-OTR-CODIGO      PIC X(04).
           02 WRK-OTR-CANAL       PIC X(03).
           02 FILLER              PIC X(102) VALUE SPACES.

       01  WRK-OFX-CREDITO.
           02 FILLER              PIC X(01) VALUE "5".
           02 WRK-OCR-ID          PIC X(20).
           02 WRK-OCR-PLANO       PIC 9(07).
           02 WRK-OCR-CONTA       PIC 9(08).
           02 WRK-OCR-VALOR-TOTAL PIC 9(09)V99.
           02 WRK-OCR-QTDE        PIC 9(03).
           02 WRK-OCR-VALOR-PARCELA PIC 9(09)V99.
           02 WRK-OCR-PROX-PARCELA PIC 9(03).
           02 WRK-OCR-PROX-VENC   PIC 9(08).
           02 WRK-OCR-CET-ANO     PIC 9(06)V99.
           02 FILLER              PIC X(70) VALUE SPACES.

       01  WRK-OFX-TRAILER.
           02 FILLER              PIC X(01) VALUE "9".
           02 WRK-OTL-CONSENT     PIC 9(07).
           02 WRK-OTL-REGISTROS   PIC 9(09).
           02 FILLER              PIC X(133) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   IMAGEM DO CONSENTIMENTO PARA A AUDITORIA DA EXPIRACAO       *
      *----------------------------------------------------------------*
       01  WRK-IMAGEM-OPF.
           02 WRK-IOF-ID           PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IOF-SITUACAO     PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-IOF-GRUPOS       PIC X(04).
           02 FILLER               PIC X(03) VALUE SPACES.

       77  WRK-AUDIT-OPERADOR      PIC X(08) VALUE "BATCH".
       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "OPF_SITUACAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CARREGAR-TITULARES
               THRU 2000-CARREGAR-TITULARES-EXIT.
           PERFORM 2500-CARREGAR-PLANOS  THRU 2500-CARREGAR-PLANOS-EXIT.
           PERFORM 3000-PROCESSAR-CONSENT
               THRU 3000-PROCESSAR-CONSENT-EXIT
               UNTIL FIM-OPF.
           PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O OPENFIN-FILE.
           IF WRK-STATUS-OPF NOT = "00"
               DISPLAY "OPENFIN-EXTRAI: OFCONSMST INDISPONIVEL, STATUS "
                   WRK-STATUS-OPF
               SET SEM-OPF TO TRUE
               SET FIM-OPF TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               DISPLAY "MESTRE DE CLIENTES CLIMAST AUSENTE"
               SET SEM-MASTER TO TRUE
               SET FIM-OPF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               SET SEM-CONTA TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-TRANS-FILE.
           IF WRK-STATUS-CLIT NOT = "00"
               SET SEM-CLIT TO TRUE
           END-IF.

           OPEN EXTEND LOG-FILE.
           IF WRK-STATUS-LOG = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WRK-STATUS-LOG NOT = "00"
               DISPLAY "OPENFIN-EXTRAI: OFLOG INDISPONIVEL, STATUS "
                   WRK-STATUS-LOG " - NADA SERA EXTRAIDO"
               SET SEM-LOG TO TRUE
               SET FIM-OPF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT EXTRATO-FILE.
           MOVE WRK-DATA-HOJE  TO WRK-OHD-DATA.
           MOVE WRK-OFX-HEADER TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           IF NOT FIM-OPF
               PERFORM 3100-LER-CONSENT THRU 3100-LER-CONSENT-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TODOS OS VINCULOS (PRINCIPAL E CONJUNTO): O COTITULAR       *
      *>   TAMBEM TEM DIREITO DE COMPARTILHAR OS DADOS DA CONTA        *
      *----------------------------------------------------------------*
       2000-CARREGAR-TITULARES.
      *----------------------------------------------------------------*
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               DISPLAY "OPENFIN-EXTRAI: CONTATIT INDISPONIVEL, STATUS "
                   WRK-STATUS-TIT
               SET FIM-TIT TO TRUE
               GO TO 2000-CARREGAR-TITULARES-FECHAR
           END-IF.

           PERFORM 2100-LER-TITULAR THRU 2100-LER-TITULAR-EXIT.
           PERFORM 2200-GUARDAR-TITULAR
               THRU 2200-GUARDAR-TITULAR-EXIT
               UNTIL FIM-TIT.

       2000-CARREGAR-TITULARES-FECHAR.
           CLOSE TITULAR-FILE.
       2000-CARREGAR-TITULARES-EXIT.
           EXIT.

       2100-LER-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT = "10"
               SET FIM-TIT TO TRUE
           END-IF.
       2100-LER-TITULAR-EXIT.
           EXIT.

       2200-GUARDAR-TITULAR.
           IF WRK-MAX-TITULARES < 5000
               ADD 1 TO WRK-MAX-TITULARES
               SET WRK-TIT-IDX TO WRK-MAX-TITULARES
               MOVE TIT_CONTA TO WRK-TIT-CONTA (WRK-TIT-IDX)
               MOVE TIT_CPF   TO WRK-TIT-CPF (WRK-TIT-IDX)
               MOVE TIT_TIPO  TO WRK-TIT-TIPO (WRK-TIT-IDX)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM 2100-LER-TITULAR THRU 2100-LER-TITULAR-EXIT.
       2200-GUARDAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO PLANO ATIVO E OPERACAO DE CREDITO EM CURSO; OS DEMAIS    *
      *>   FICAM NO MESTRE COMO HISTORICO E NAO SAO COMPARTILHADOS     *
      *----------------------------------------------------------------*
       2500-CARREGAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 2500-CARREGAR-PLANOS-FECHAR
           END-IF.

           PERFORM 2600-LER-PLANO THRU 2600-LER-PLANO-EXIT.
           PERFORM 2700-GUARDAR-PLANO THRU 2700-GUARDAR-PLANO-EXIT
               UNTIL FIM-PLN.

       2500-CARREGAR-PLANOS-FECHAR.
           CLOSE PLANO-FILE.
       2500-CARREGAR-PLANOS-EXIT.
           EXIT.

       2600-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
           END-IF.
       2600-LER-PLANO-EXIT.
           EXIT.

       2700-GUARDAR-PLANO.
           IF PLN-ATIVO
               IF WRK-MAX-PLANOS < 2000
                   ADD 1 TO WRK-MAX-PLANOS
                   SET WRK-PLN-IDX TO WRK-MAX-PLANOS
                   MOVE PLN_NUMERO   TO WRK-PLN-NUMERO (WRK-PLN-IDX)
                   MOVE PLN_CONTA    TO WRK-PLN-CONTA (WRK-PLN-IDX)
                   MOVE PLN_VALOR_TOTAL
                       TO WRK-PLN-VALOR-TOTAL (WRK-PLN-IDX)
                   MOVE PLN_QTDE     TO WRK-PLN-QTDE (WRK-PLN-IDX)
                   MOVE PLN_VALOR_PARCELA
                       TO WRK-PLN-VALOR-PARCELA (WRK-PLN-IDX)
                   MOVE PLN_PROX_PARCELA
                       TO WRK-PLN-PROX-PARCELA (WRK-PLN-IDX)
                   MOVE PLN_PROX_VENC
                       TO WRK-PLN-PROX-VENC (WRK-PLN-IDX)
                   IF PLN_CET_ANO IS NUMERIC
                       MOVE PLN_CET_ANO
                           TO WRK-PLN-CET-ANO (WRK-PLN-IDX)
                   ELSE
                       MOVE ZEROS TO WRK-PLN-CET-ANO (WRK-PLN-IDX)
                   END-IF
               ELSE
                   SET TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF.
           PERFORM 2600-LER-PLANO THRU 2600-LER-PLANO-EXIT.
       2700-GUARDAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-PROCESSAR-CONSENT.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDOS.

           IF NOT OPF-ATIVO
               ADD 1 TO WRK-QTDE-INATIVOS
               GO TO 3000-PROCESSAR-CONSENT-LER
           END-IF.

      *>   A EXPIRACAO E O ULTIMO DIA VALIDO DO CONSENTIMENTO
           IF OPF_DATA_EXPIRACAO < WRK-DATA-HOJE
               PERFORM 3200-EXPIRAR THRU 3200-EXPIRAR-EXIT
               GO TO 3000-PROCESSAR-CONSENT-LER
           END-IF.

           MOVE ZEROS TO WRK-QTDE-CADASTRO WRK-QTDE-CONTAS
                         WRK-QTDE-TRANSACOES WRK-QTDE-CREDITO.

           MOVE OPF_CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE DO CONSENTIMENTO NAO CADASTRADO: "
                       OPF_ID " " OPF_CPF
                   ADD 1 TO WRK-QTDE-SEM-CLIENTE
                   SET OFL-CLIENTE-AUSENTE TO TRUE
                   PERFORM 8000-GRAVAR-LOG THRU 8000-GRAVAR-LOG-EXIT
                   GO TO 3000-PROCESSAR-CONSENT-LER
           END-READ.

           PERFORM 4000-EXTRAIR THRU 4000-EXTRAIR-EXIT.

       3000-PROCESSAR-CONSENT-LER.
           PERFORM 3100-LER-CONSENT THRU 3100-LER-CONSENT-EXIT.
       3000-PROCESSAR-CONSENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-LER-CONSENT.
      *----------------------------------------------------------------*
           READ OPENFIN-FILE NEXT RECORD.
           IF WRK-STATUS-OPF NOT = "00"
               SET FIM-OPF TO TRUE
           END-IF.
       3100-LER-CONSENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-EXPIRAR.
      *----------------------------------------------------------------*
           MOVE OPF_ID         TO WRK-IOF-ID.
           MOVE OPF_SITUACAO   TO WRK-IOF-SITUACAO.
           MOVE OPF_GRUPOS     TO WRK-IOF-GRUPOS.
           MOVE WRK-IMAGEM-OPF TO WRK-AUDIT-VALOR-ANTIGO.

           SET OPF-EXPIRADO TO TRUE.
           MOVE WRK-AUDIT-OPERADOR TO OPF_OPERADOR.
           REWRITE OPENFIN-REG
               INVALID KEY
                   DISPLAY "ERRO AO EXPIRAR CONSENTIMENTO " OPF_ID
                       " STATUS " WRK-STATUS-OPF
                   GO TO 3200-EXPIRAR-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-EXPIRADOS.
           MOVE OPF_SITUACAO   TO WRK-IOF-SITUACAO.
           MOVE WRK-IMAGEM-OPF TO WRK-AUDIT-VALOR-NOVO.
           MOVE OPF_CPF        TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING WRK-AUDIT-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.

           MOVE ZEROS TO WRK-QTDE-CADASTRO WRK-QTDE-CONTAS
                         WRK-QTDE-TRANSACOES WRK-QTDE-CREDITO.
           SET OFL-EXPIRADO TO TRUE.
           PERFORM 8000-GRAVAR-LOG THRU 8000-GRAVAR-LOG-EXIT.
       3200-EXPIRAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REGISTRO "1" DO CONSENTIMENTO E OS GRUPOS AUTORIZADOS; NO   *
      *>   FIM A DATA DA EXTRACAO FICA GRAVADA NO CONSENTIMENTO        *
      *----------------------------------------------------------------*
       4000-EXTRAIR.
      *----------------------------------------------------------------*
           MOVE OPF_ID             TO WRK-OCN-ID.
           MOVE OPF_CPF            TO WRK-OCN-CPF.
           MOVE OPF_ISPB_DESTINO   TO WRK-OCN-ISPB.
           MOVE OPF_NOME_DESTINO   TO WRK-OCN-NOME.
           MOVE OPF_GRUPOS         TO WRK-OCN-GRUPOS.
           MOVE OPF_DATA_CONCESSAO TO WRK-OCN-CONCESSAO.
           MOVE OPF_DATA_EXPIRACAO TO WRK-OCN-EXPIRACAO.
           MOVE WRK-OFX-CONSENT    TO EXTRATO-LINHA.
           PERFORM 8500-GRAVAR-EXTRATO THRU 8500-GRAVAR-EXTRATO-EXIT.

           IF OPF-CADASTRO
               PERFORM 4100-EXTRAIR-CADASTRO
                   THRU 4100-EXTRAIR-CADASTRO-EXIT
           END-IF.

           IF OPF-CONTAS
               PERFORM 4200-EXTRAIR-CONTA THRU 4200-EXTRAIR-CONTA-EXIT
                   VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-MAX-TITULARES
           END-IF.

           IF OPF-TRANSACOES
               PERFORM 4300-EXTRAIR-TRANSACOES
                   THRU 4300-EXTRAIR-TRANSACOES-EXIT
           END-IF.

           IF OPF-CREDITO
               PERFORM 4500-EXTRAIR-CREDITO
                   THRU 4500-EXTRAIR-CREDITO-EXIT
                   VARYING WRK-PLN-IDX FROM 1 BY 1
                   UNTIL WRK-PLN-IDX > WRK-MAX-PLANOS
           END-IF.

           ADD 1 TO WRK-QTDE-EXTRAIDOS.
           SET OFL-EXTRAIDO TO TRUE.
           PERFORM 8000-GRAVAR-LOG THRU 8000-GRAVAR-LOG-EXIT.

           MOVE WRK-DATA-HOJE TO OPF_ULTIMA_EXTRACAO.
           REWRITE OPENFIN-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONSENTIMENTO " OPF_ID
                       " STATUS " WRK-STATUS-OPF
           END-REWRITE.
       4000-EXTRAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4100-EXTRAIR-CADASTRO.
      *----------------------------------------------------------------*
           MOVE OPF_ID           TO WRK-OCD-ID.
           MOVE CLIENTE_NOME     TO WRK-OCD-NOME.
           MOVE SPACES           TO WRK-OCD-NASCIMENTO.
           STRING ANO MES DIA DELIMITED BY SIZE
               INTO WRK-OCD-NASCIMENTO.
           MOVE CLIENTE_TIPO     TO WRK-OCD-TIPO.
           MOVE CLIENTE_CNPJ     TO WRK-OCD-CNPJ.
           MOVE CLIENTE_END_LOGRADOURO TO WRK-OCD-LOGRADOURO.
           MOVE CLIENTE_END_NUMERO     TO WRK-OCD-NUMERO.
           MOVE CLIENTE_END_CIDADE     TO WRK-OCD-CIDADE.
           MOVE CLIENTE_END_UF         TO WRK-OCD-UF.
           MOVE CLIENTE_END_CEP        TO WRK-OCD-CEP.
           MOVE WRK-OFX-CADASTRO TO EXTRATO-LINHA.
           PERFORM 8500-GRAVAR-EXTRATO THRU 8500-GRAVAR-EXTRATO-EXIT.
           ADD 1 TO WRK-QTDE-CADASTRO.
       4100-EXTRAIR-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4200-EXTRAIR-CONTA.
      *----------------------------------------------------------------*
           IF WRK-TIT-CPF (WRK-TIT-IDX) NOT = OPF_CPF
               OR SEM-CONTA
               GO TO 4200-EXTRAIR-CONTA-EXIT
           END-IF.

           MOVE WRK-TIT-CONTA (WRK-TIT-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 4200-EXTRAIR-CONTA-EXIT
           END-READ.

           MOVE OPF_ID        TO WRK-OCT-ID.
           MOVE CONTA_NUMERO  TO WRK-OCT-CONTA.
           MOVE WRK-TIT-TIPO (WRK-TIT-IDX) TO WRK-OCT-TITULARIDADE.
           MOVE CONTA_PRODUTO TO WRK-OCT-PRODUTO.
           MOVE CONTA_MOEDA   TO WRK-OCT-MOEDA.
           MOVE CONTA_STATUS  TO WRK-OCT-STATUS.
           MOVE CONTA_SALDO   TO WRK-OCT-SALDO.
           MOVE WRK-OFX-CONTA TO EXTRATO-LINHA.
           PERFORM 8500-GRAVAR-EXTRATO THRU 8500-GRAVAR-EXTRATO-EXIT.
           ADD 1 TO WRK-QTDE-CONTAS.
       4200-EXTRAIR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SO O QUE AINDA NAO FOI ENVIADO: LANCAMENTOS DEPOIS DA       *
      *>   ULTIMA EXTRACAO DESTE CONSENTIMENTO E ATE HOJE (NA PRIMEIRA *
      *>   EXTRACAO VAI O HISTORICO INTEIRO DO CLIENTE)                *
      *----------------------------------------------------------------*
       4300-EXTRAIR-TRANSACOES.
      *----------------------------------------------------------------*
           IF SEM-CLIT
               GO TO 4300-EXTRAIR-TRANSACOES-EXIT
           END-IF.

           MOVE "N"     TO WRK-FIM-CLIT.
           MOVE OPF_CPF TO CLITRANS_CPF.
           MOVE ZEROS   TO CLITRANS_SEQ.
           START CLIENTE-TRANS-FILE
               KEY IS NOT LESS THAN CLITRANS-CHAVE
               INVALID KEY
                   SET FIM-CLIT TO TRUE
           END-START.

           PERFORM 4400-LER-TRANSACAO THRU 4400-LER-TRANSACAO-EXIT
               UNTIL FIM-CLIT.
       4300-EXTRAIR-TRANSACOES-EXIT.
           EXIT.

       4400-LER-TRANSACAO.
           READ CLIENTE-TRANS-FILE NEXT RECORD.
           IF WRK-STATUS-CLIT NOT = "00"
               OR CLITRANS_CPF NOT = OPF_CPF
               SET FIM-CLIT TO TRUE
               GO TO 4400-LER-TRANSACAO-EXIT
           END-IF.

           IF CLITRANS_DATA NOT > OPF_ULTIMA_EXTRACAO
               OR CLITRANS_DATA > WRK-DATA-HOJE
               GO TO 4400-LER-TRANSACAO-EXIT
           END-IF.

           MOVE OPF_ID          TO WRK-OTR-ID.
           MOVE CLITRANS_DATA   TO WRK-OTR-DATA.
           MOVE CLITRANS_TIPO   TO WRK-OTR-TIPO.
           MOVE CLITRANS_VALOR  TO WRK-OTR-VALOR.
           MOVE CLITRANS_CODIGO TO WRK-OTR-CODIGO.
           MOVE CLITRANS_CANAL  TO WRK-OTR-CANAL.
           MOVE WRK-OFX-TRANSACAO TO EXTRATO-LINHA.
           PERFORM 8500-GRAVAR-EXTRATO THRU 8500-GRAVAR-EXTRATO-EXIT.
           ADD 1 TO WRK-QTDE-TRANSACOES.
       4400-LER-TRANSACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANO ATIVO EM CONTA DE QUE O CLIENTE E TITULAR             *
      *----------------------------------------------------------------*
       4500-EXTRAIR-CREDITO.
      *----------------------------------------------------------------*
           MOVE WRK-PLN-CONTA (WRK-PLN-IDX) TO WRK-CONTA-BUSCA.
           PERFORM 4600-PROCURAR-VINCULO
               THRU 4600-PROCURAR-VINCULO-EXIT.
           IF NOT CONTA-DO-CLIENTE
               GO TO 4500-EXTRAIR-CREDITO-EXIT
           END-IF.

           MOVE OPF_ID TO WRK-OCR-ID.
           MOVE WRK-PLN-NUMERO (WRK-PLN-IDX)  TO WRK-OCR-PLANO.
           MOVE WRK-PLN-CONTA (WRK-PLN-IDX)   TO WRK-OCR-CONTA.
           MOVE WRK-PLN-VALOR-TOTAL (WRK-PLN-IDX)
               TO WRK-OCR-VALOR-TOTAL.
           MOVE WRK-PLN-QTDE (WRK-PLN-IDX)    TO WRK-OCR-QTDE.
           MOVE WRK-PLN-VALOR-PARCELA (WRK-PLN-IDX)
               TO WRK-OCR-VALOR-PARCELA.
           MOVE WRK-PLN-PROX-PARCELA (WRK-PLN-IDX)
               TO WRK-OCR-PROX-PARCELA.
           MOVE WRK-PLN-PROX-VENC (WRK-PLN-IDX)
               TO WRK-OCR-PROX-VENC.
           MOVE WRK-PLN-CET-ANO (WRK-PLN-IDX) TO WRK-OCR-CET-ANO.
           MOVE WRK-OFX-CREDITO TO EXTRATO-LINHA.
           PERFORM 8500-GRAVAR-EXTRATO THRU 8500-GRAVAR-EXTRATO-EXIT.
           ADD 1 TO WRK-QTDE-CREDITO.
       4500-EXTRAIR-CREDITO-EXIT.
           EXIT.

       4600-PROCURAR-VINCULO.
           MOVE "N" TO WRK-CONTA-DO-CLIENTE.
           IF WRK-MAX-TITULARES = ZEROS
               GO TO 4600-PROCURAR-VINCULO-EXIT
           END-IF.

           SET WRK-TIT-IDX TO 1.
           SEARCH WRK-TIT-ITEM
               VARYING WRK-TIT-IDX
               AT END
                   CONTINUE
               WHEN WRK-TIT-CONTA (WRK-TIT-IDX) = WRK-CONTA-BUSCA
                   AND WRK-TIT-CPF (WRK-TIT-IDX) = OPF_CPF
                   SET CONTA-DO-CLIENTE TO TRUE
           END-SEARCH.
       4600-PROCURAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-GRAVAR-LOG.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE WRK-DATA-HOJE       TO OFL_DATA.
           MOVE WRK-HORA-SISTEMA    TO OFL_HORA.
           MOVE OPF_ID              TO OFL_ID.
           MOVE OPF_CPF             TO OFL_CPF.
           MOVE OPF_ISPB_DESTINO    TO OFL_ISPB_DESTINO.
           MOVE OPF_GRUPOS          TO OFL_GRUPOS.
           MOVE WRK-QTDE-CADASTRO   TO OFL_QTDE_CADASTRO.
           MOVE WRK-QTDE-CONTAS     TO OFL_QTDE_CONTAS.
           MOVE WRK-QTDE-TRANSACOES TO OFL_QTDE_TRANSACOES.
           MOVE WRK-QTDE-CREDITO    TO OFL_QTDE_CREDITO.
           MOVE OPF_ULTIMA_EXTRACAO TO OFL_DESDE.
           WRITE LOG-REG.
       8000-GRAVAR-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8500-GRAVAR-EXTRATO.
      *----------------------------------------------------------------*
           WRITE EXTRATO-LINHA.
           ADD 1 TO WRK-QTDE-REGISTROS.
       8500-GRAVAR-EXTRATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-EXTRAIDOS TO WRK-OTL-CONSENT.
           MOVE WRK-QTDE-REGISTROS TO WRK-OTL-REGISTROS.
           MOVE WRK-OFX-TRAILER    TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
           CLOSE EXTRATO-FILE.

           IF NOT SEM-OPF
               CLOSE OPENFIN-FILE
           END-IF.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           IF NOT SEM-CONTA
               CLOSE CONTA-FILE
           END-IF.
           IF NOT SEM-CLIT
               CLOSE CLIENTE-TRANS-FILE
           END-IF.
           IF NOT SEM-LOG
               CLOSE LOG-FILE
           END-IF.

           IF TABELA-ESTOUROU
               DISPLAY "OPENFIN-EXTRAI: TABELA DE TITULARES OU PLANOS "
                   "ESTOUROU - CONTAS/CREDITO PODEM SAIR INCOMPLETOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "===== EXTRACAO OPEN FINANCE =====".
           DISPLAY "CONSENTIMENTOS LIDOS.: " WRK-QTDE-LIDOS.
           DISPLAY "EXTRAIDOS............: " WRK-QTDE-EXTRAIDOS.
           DISPLAY "EXPIRADOS NA RODADA..: " WRK-QTDE-EXPIRADOS.
           DISPLAY "REVOGADOS/EXPIRADOS..: " WRK-QTDE-INATIVOS.
           DISPLAY "CLIENTE AUSENTE......: " WRK-QTDE-SEM-CLIENTE.
           DISPLAY "REGISTROS GRAVADOS...: " WRK-QTDE-REGISTROS.
       9000-FINALIZAR-EXIT.
           EXIT.
