      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  TALAO RECUSADO QUANDO ALGUM TITULAR DA    <*
      *>                    CONTA (CONTATIT) TEM OCORRENCIA ABERTA NO <*
      *>                    CCF (CCFMST, CARREGADO EM MEMORIA NO      <*
      *>                    INICIO)                                   <*
      *>   15/10/2026  GGS  TALAO RECUSADO TAMBEM QUANDO ALGUM TITULAR<*
      *>                    ESTA RESTRITO POR RECADASTRAMENTO VENCIDO <*
      *>                    ALEM DA CARENCIA (SITUACAO R EM KYCMST,   <*
      *>                    KYC-AGENDA)                               <*
      *>   15/10/2026  GGS  CONTA CUJO PRODUTO NO CATALOGO            <*
      *>                    (PRODUTO-LE.COB) NAO ADMITE TALAO TEM A   <*
      *>                    REQUISICAO RECUSADA COM O MOTIVO PRODUTO  <*
      *>                    NAO PERMITE CHEQUE                        <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-BLOQ.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT CCF-FILE            ASSIGN TO "CCFMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS CCF-CHAVE
               FILE STATUS        IS WRK-STATUS-CCF.

           SELECT KYC-FILE            ASSIGN TO "KYCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS KYC_CPF
               FILE STATUS        IS WRK-STATUS-KYC.

           SELECT RELATORIO-FILE      ASSIGN TO "CHQLIVREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.
       FD  BLOQUEIO-FILE.
           COPY BLOQUEIO-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CCF-FILE.
           COPY CCF-REG.

       FD  KYC-FILE.
           COPY KYC-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(80).

       77  WRK-STATUS-NEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-BLOQ        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CCF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-KYC         PIC X(02) VALUE SPACES.
       77  WRK-KYC-DISPONIVEL     PIC X(01) VALUE "N".
           88 KYC-DISPONIVEL          VALUE "S".

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
           88 FIM-BLOQ                VALUE "S".
       77  WRK-FIM-LIV            PIC X(01) VALUE "N".
           88 FIM-LIV                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-CCF            PIC X(01) VALUE "N".
           88 FIM-CCF                 VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EMITIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-PROX-NUMERO        PIC 9(10) VALUE ZEROS.
       77  WRK-LIMITE-NEG-DIAS    PIC 9(05) VALUE 30.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
       01  WRK-TABELA-BLOQUEIOS.
           02 WRK-BQ-CONTA  OCCURS 2000 TIMES PIC 9(08).

       77  WRK-MAX-CCF            PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CCF.
           02 WRK-CF-CLIENTE  OCCURS 2000 TIMES
                               INDEXED BY WRK-CF-IDX PIC X(11).

       77  WRK-IDX                PIC 9(04) COMP VALUE ZEROS.
       77  WRK-ACHOU              PIC X(01) VALUE "N".
           88 ACHOU-NA-TABELA         VALUE "S".
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-D-MOTIVO         PIC X(30).

      *----------------------------------------------------------------*
      *>   PRODUTO DA CONTA (CATALOGO PRODUTOMST VIA PRODUTO-LE)       *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
               THRU 1100-CARREGAR-NEGATIVAS-EXIT.
           PERFORM 1300-CARREGAR-BLOQUEIOS
               THRU 1300-CARREGAR-BLOQUEIOS-EXIT.
           PERFORM 1500-CARREGAR-CCF THRU 1500-CARREGAR-CCF-EXIT.

           OPEN INPUT TITULAR-FILE.

           OPEN INPUT KYC-FILE.
           IF WRK-STATUS-KYC = "00"
               SET KYC-DISPONIVEL TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "EMISSAO DE TALOES DE CHEQUE" TO RELATORIO-LINHA.
       1350-LER-BLOQUEIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EMITENTES COM OCORRENCIA ABERTA NO CCF (CHAVE DE CLIMAST)   *
      *----------------------------------------------------------------*
       1500-CARREGAR-CCF.
      *----------------------------------------------------------------*
           OPEN INPUT CCF-FILE.
           IF WRK-STATUS-CCF NOT = "00"
               CLOSE CCF-FILE
               GO TO 1500-CARREGAR-CCF-EXIT
           END-IF.

           PERFORM 1550-LER-CCF THRU 1550-LER-CCF-EXIT
               UNTIL FIM-CCF.
           CLOSE CCF-FILE.
       1500-CARREGAR-CCF-EXIT.
           EXIT.

       1550-LER-CCF.
           READ CCF-FILE NEXT RECORD.
           IF WRK-STATUS-CCF NOT = "00"
               SET FIM-CCF TO TRUE
               GO TO 1550-LER-CCF-EXIT
           END-IF.
           IF WRK-MAX-CCF < 2000
               ADD 1 TO WRK-MAX-CCF
               MOVE CCF_CLIENTE TO WRK-CF-CLIENTE (WRK-MAX-CCF)
           END-IF.
       1550-LER-CCF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
               GO TO 3000-CRITICAR-ELEGIBILIDADE-EXIT
           END-IF.

           CALL "PRODUTO-LE" USING CONTA_COD_PRODUTO CONTA_PRODUTO
               PRODUTO-REG WRK-PRODUTO-ACHADO.
           IF NOT PRODUTO-ACHADO
               OR NOT PROD-PERMITE-CHEQUE
               MOVE "PRODUTO NAO PERMITE CHEQUE" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-ELEGIBILIDADE-EXIT
           END-IF.

           PERFORM 3200-PROCURAR-BLOQUEIO
               THRU 3200-PROCURAR-BLOQUEIO-EXIT.
           IF ACHOU-NA-TABELA
               THRU 3400-PROCURAR-NEGATIVA-EXIT.
           IF ACHOU-NA-TABELA
               MOVE "CONTA NA ESCADA DE COBRANCA" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-ELEGIBILIDADE-EXIT
           END-IF.

           PERFORM 3600-PROCURAR-CCF THRU 3600-PROCURAR-CCF-EXIT.
           IF ACHOU-NA-TABELA
               MOVE "TITULAR COM OCORRENCIA NO CCF" TO WRK-MOTIVO
               GO TO 3000-CRITICAR-ELEGIBILIDADE-EXIT
           END-IF.

           PERFORM 3700-PROCURAR-KYC THRU 3700-PROCURAR-KYC-EXIT.
           IF ACHOU-NA-TABELA
               MOVE "TITULAR COM RECADASTRO VENCIDO" TO WRK-MOTIVO
           END-IF.
       3000-CRITICAR-ELEGIBILIDADE-EXIT.
           EXIT.
       3400-PROCURAR-NEGATIVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   QUALQUER TITULAR DA CONTA COM OCORRENCIA NO CCF BARRA O     *
      *>   TALAO, PRINCIPAL OU CO-TITULAR                              *
      *----------------------------------------------------------------*
       3600-PROCURAR-CCF.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           MOVE "N" TO WRK-FIM-TIT.
           IF WRK-MAX-CCF = ZEROS
               GO TO 3600-PROCURAR-CCF-EXIT
           END-IF.

           MOVE LPED-CONTA TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 3600-PROCURAR-CCF-EXIT
           END-START.

           PERFORM 3650-EXAMINAR-TITULAR THRU 3650-EXAMINAR-TITULAR-EXIT
               UNTIL FIM-TIT
                  OR ACHOU-NA-TABELA.
       3600-PROCURAR-CCF-EXIT.
           EXIT.

       3650-EXAMINAR-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = LPED-CONTA
               SET FIM-TIT TO TRUE
               GO TO 3650-EXAMINAR-TITULAR-EXIT
           END-IF.

           SET WRK-CF-IDX TO 1.
           SEARCH WRK-CF-CLIENTE
               AT END
                   CONTINUE
               WHEN WRK-CF-IDX > WRK-MAX-CCF
                   CONTINUE
               WHEN WRK-CF-CLIENTE (WRK-CF-IDX) = TIT_CPF
                   SET ACHOU-NA-TABELA TO TRUE
           END-SEARCH.
       3650-EXAMINAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   QUALQUER TITULAR RESTRITO POR RECADASTRAMENTO VENCIDO ALEM  *
      *>   DA CARENCIA (KYC-AGENDA.COB) BARRA O TALAO                  *
      *----------------------------------------------------------------*
       3700-PROCURAR-KYC.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-ACHOU.
           MOVE "N" TO WRK-FIM-TIT.
           IF NOT KYC-DISPONIVEL
               GO TO 3700-PROCURAR-KYC-EXIT
           END-IF.

           MOVE LPED-CONTA TO TIT_CONTA.
           MOVE LOW-VALUES TO TIT_CPF.
           START TITULAR-FILE KEY IS NOT LESS THAN TIT-CHAVE
               INVALID KEY
                   GO TO 3700-PROCURAR-KYC-EXIT
           END-START.

           PERFORM 3750-EXAMINAR-KYC-TITULAR
               THRU 3750-EXAMINAR-KYC-TITULAR-EXIT
               UNTIL FIM-TIT
                  OR ACHOU-NA-TABELA.
       3700-PROCURAR-KYC-EXIT.
           EXIT.

       3750-EXAMINAR-KYC-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               OR TIT_CONTA NOT = LPED-CONTA
               SET FIM-TIT TO TRUE
               GO TO 3750-EXAMINAR-KYC-TITULAR-EXIT
           END-IF.

           MOVE TIT_CPF TO KYC_CPF.
           READ KYC-FILE
               INVALID KEY
                   GO TO 3750-EXAMINAR-KYC-TITULAR-EXIT
           END-READ.
           IF KYC-RESTRITA
               SET ACHOU-NA-TABELA TO TRUE
           END-IF.
       3750-EXAMINAR-KYC-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A FAIXA NOVA CONTINUA DA ULTIMA EMITIDA PARA A CONTA: O     *
      *>   MAIOR LIV_NUM_FIM MAIS UM                                   *
           CLOSE PEDIDO-FILE.
           CLOSE LIVRO-FILE.
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           IF KYC-DISPONIVEL
               CLOSE KYC-FILE
           END-IF.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== EMISSAO DE TALOES DE CHEQUE =====".
