      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CCS-EXPORTA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : EXPORTACAO DIARIA PARA O CADASTRO DE CLIENTES  <*
      *>                DO SFN (CCS) DOS INICIOS E FINS DE            <*
      *>                RELACIONAMENTO DO DIA. OS VINCULOS VIGENTES   <*
      *>                SAO MONTADOS DE CONTATIT (TITULAR E           <*
      *>                COTITULAR), ASSMST (ASSINANTE ATIVO E NO      <*
      *>                PRAZO) E REPLEGAL (REPRESENTANTE LEGAL ATIVO  <*
      *>                DE MENOR TITULAR DA CONTA), SO PARA CONTA     <*
      *>                EXISTENTE EM CONTASDB E NAO ENCERRADA. O QUE  <*
      *>                NAO ESTA NO CONTROLE CCSMST VIRA INICIO; O    <*
      *>                VIGENTE QUE NAO APARECEU HOJE (VINCULO        <*
      *>                DESFEITO OU CONTA ENCERRADA) VIRA FIM. SAI NA <*
      *>                REMESSA CCSREM (HEADER "0" COM O PROTOCOLO DE <*
      *>                CCSPROT, DETALHE "1", TRAILER "9") TODO       <*
      *>                EVENTO PENDENTE, INCLUSIVE OS REJEITADOS      <*
      *>                DEVOLVIDOS PARA NOVO ENVIO POR CCS-RETORNO.   <*
      *>                COB. SEM EVENTO NAO SE GERA ARQUIVO NEM SE    <*
      *>                CONSOME PROTOCOLO. FONTE DE ASSINANTE OU DE   <*
      *>                REPRESENTANTE INDISPONIVEL NAO FINALIZA OS    <*
      *>                VINCULOS DAQUELE TIPO NA RODADA               <*
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
           SELECT CCS-FILE            ASSIGN TO "CCSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CCS-CHAVE
               FILE STATUS        IS WRK-STATUS-CCS.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT ASSINANTE-FILE      ASSIGN TO "ASSMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS ASS-CHAVE
               FILE STATUS        IS WRK-STATUS-ASS.

           SELECT REPLEGAL-FILE       ASSIGN TO "REPLEGAL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS RPL-CHAVE
               ALTERNATE RECORD KEY IS RPL_CPF_RESPONSAVEL
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-RPL.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT REMESSA-FILE        ASSIGN TO "CCSREM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REM.

           SELECT PROTOCOLO-FILE      ASSIGN TO "CCSPROT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PROT.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  CCS-FILE.
           COPY CCS-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  ASSINANTE-FILE.
           COPY ASSINANTE-REG.

       FD  REPLEGAL-FILE.
           COPY REPLEGAL-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  REMESSA-FILE.
       01  REMESSA-REG            PIC X(80).

       FD  PROTOCOLO-FILE.
       01  PROTOCOLO-REG.
           02 PROT-ULTIMO         PIC 9(07).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CCS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ASS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RPL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PROT        PIC X(02) VALUE SPACES.

       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-ASS            PIC X(01) VALUE "N".
           88 FIM-ASS                 VALUE "S".
       77  WRK-FIM-RPL            PIC X(01) VALUE "N".
           88 FIM-RPL                 VALUE "S".
       77  WRK-FIM-CCS            PIC X(01) VALUE "N".
           88 FIM-CCS                 VALUE "S".
       77  WRK-ABORTAR            PIC X(01) VALUE "N".
           88 ABORTAR                 VALUE "S".
       77  WRK-SEM-MASTER         PIC X(01) VALUE "N".
           88 SEM-MASTER              VALUE "S".

      *----------------------------------------------------------------*
      *>   TIPOS CUJA FONTE FOI LIDA INTEIRA NA RODADA: SO ELES PODEM  *
      *>   TER VINCULO FINALIZADO POR AUSENCIA                         *
      *----------------------------------------------------------------*
       77  WRK-LEU-ASSINANTES     PIC X(01) VALUE "N".
           88 LEU-ASSINANTES          VALUE "S".
       77  WRK-LEU-REPRESENTANTES PIC X(01) VALUE "N".
           88 LEU-REPRESENTANTES      VALUE "S".
       77  WRK-TIPO-VARRIDO       PIC X(01) VALUE "N".
           88 TIPO-VARRIDO            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-PROTOCOLO          PIC 9(07) VALUE ZEROS.
       77  WRK-REMESSA-ABERTA     PIC X(01) VALUE "N".
           88 REMESSA-ABERTA          VALUE "S".

      *----------------------------------------------------------------*
      *>   VINCULOS CONTA X CPF DE CONTATIT, PARA ACHAR AS CONTAS DO   *
      *>   MENOR REPRESENTADO                                          *
      *----------------------------------------------------------------*
       77  WRK-MAX-TITULARES      PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-TITULARES.
           02 WRK-TIT-ITEM  OCCURS 5000 TIMES
                             INDEXED BY WRK-TIT-IDX.
               03 WRK-TIT-CONTA        PIC 9(08).
               03 WRK-TIT-CPF          PIC X(11).

      *----------------------------------------------------------------*
      *>   VINCULO CORRENTE A CONFERIR CONTRA O CCSMST                 *
      *----------------------------------------------------------------*
       77  WRK-VINC-CONTA         PIC 9(08) VALUE ZEROS.
       77  WRK-VINC-CPF           PIC X(11) VALUE SPACES.
       77  WRK-VINC-TIPO          PIC X(01) VALUE SPACE.
       77  WRK-VINC-NOME          PIC X(20) VALUE SPACES.

       77  WRK-QTDE-VINCULOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INICIOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-FINS          PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REATIVADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONTA-FORA    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENVIADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REENVIADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENV-INICIO    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENV-FIM       PIC 9(07) VALUE ZEROS.
       77  WRK-TABELA-ESTOURO     PIC X(01) VALUE "N".
           88 TABELA-ESTOUROU         VALUE "S".

      *----------------------------------------------------------------*
      *>   LAYOUT FIXO DA REMESSA: HEADER "0", DETALHE "1", TRAILER    *
      *>   "9", MESMA DISCIPLINA DE COAFREM E SCREXP                   *
      *----------------------------------------------------------------*
       01  WRK-REM-HEADER.
           02 FILLER              PIC X(01) VALUE "0".
           02 FILLER              PIC X(03) VALUE "CCS".
           02 WRK-HDR-PROTOCOLO   PIC 9(07).
           02 WRK-HDR-DATA        PIC 9(08).
           02 FILLER              PIC X(61) VALUE SPACES.

       01  WRK-REM-DETALHE.
           02 FILLER              PIC X(01) VALUE "1".
           02 WRK-DET-EVENTO      PIC X(01).
           02 WRK-DET-TIPO-PESSOA PIC X(01).
           02 WRK-DET-DOCUMENTO   PIC X(14).
           02 WRK-DET-NOME        PIC X(20).
           02 WRK-DET-CONTA       PIC 9(08).
           02 WRK-DET-TIPO        PIC X(01).
           02 WRK-DET-INICIO      PIC 9(08).
           02 WRK-DET-FIM         PIC 9(08).
           02 WRK-DET-CPF         PIC X(11).
           02 FILLER              PIC X(07) VALUE SPACES.

       01  WRK-REM-TRAILER.
           02 FILLER              PIC X(01) VALUE "9".
           02 WRK-TRL-QTDE        PIC 9(07).
           02 WRK-TRL-INICIOS     PIC 9(07).
           02 WRK-TRL-FINS        PIC 9(07).
           02 FILLER              PIC X(58) VALUE SPACES.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF NOT ABORTAR
               PERFORM 2000-VINCULOS-TITULARES
                   THRU 2000-VINCULOS-TITULARES-EXIT
               PERFORM 2500-VINCULOS-ASSINANTES
                   THRU 2500-VINCULOS-ASSINANTES-EXIT
               PERFORM 2700-VINCULOS-REPRESENTANTES
                   THRU 2700-VINCULOS-REPRESENTANTES-EXIT
               PERFORM 4000-VARRER-CONTROLE
                   THRU 4000-VARRER-CONTROLE-EXIT
               PERFORM 7000-FECHAR-REMESSA
                   THRU 7000-FECHAR-REMESSA-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM CONTATIT OU SEM CONTASDB A RODADA NAO PODE SEGUIR:      *
      *>   TODO VINCULO PARECERIA DESFEITO E SAIRIA COMO FIM           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O CCS-FILE.
           IF WRK-STATUS-CCS = "35"
               CLOSE CCS-FILE
               OPEN OUTPUT CCS-FILE
               CLOSE CCS-FILE
               OPEN I-O CCS-FILE
           END-IF.

           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "CCS-EXPORTA: CONTASDB INDISPONIVEL, STATUS "
                   WRK-STATUS-CONTA
               SET ABORTAR TO TRUE
           END-IF.

           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               DISPLAY "CCS-EXPORTA: CONTATIT INDISPONIVEL, STATUS "
                   WRK-STATUS-TIT
               SET ABORTAR TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER NOT = "00"
               SET SEM-MASTER TO TRUE
           END-IF.

           IF ABORTAR
               DISPLAY "CCS-EXPORTA: RODADA CANCELADA, NADA ENVIADO"
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTATIT: TITULAR PRINCIPAL VIRA T E COTITULAR VIRA C       *
      *----------------------------------------------------------------*
       2000-VINCULOS-TITULARES.
      *----------------------------------------------------------------*
           PERFORM 2100-LER-TITULAR THRU 2100-LER-TITULAR-EXIT.
           PERFORM 2200-TRATAR-TITULAR THRU 2200-TRATAR-TITULAR-EXIT
               UNTIL FIM-TIT.
       2000-VINCULOS-TITULARES-EXIT.
           EXIT.

       2100-LER-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
           END-IF.
       2100-LER-TITULAR-EXIT.
           EXIT.

       2200-TRATAR-TITULAR.
           IF WRK-MAX-TITULARES < 5000
               ADD 1 TO WRK-MAX-TITULARES
               SET WRK-TIT-IDX TO WRK-MAX-TITULARES
               MOVE TIT_CONTA TO WRK-TIT-CONTA (WRK-TIT-IDX)
               MOVE TIT_CPF   TO WRK-TIT-CPF (WRK-TIT-IDX)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.

           MOVE TIT_CONTA TO WRK-VINC-CONTA.
           MOVE TIT_CPF   TO WRK-VINC-CPF.
           IF TIT-PRINCIPAL
               MOVE "T" TO WRK-VINC-TIPO
           ELSE
               MOVE "C" TO WRK-VINC-TIPO
           END-IF.
           PERFORM 8000-NOME-CLIENTE THRU 8000-NOME-CLIENTE-EXIT.
           PERFORM 3000-REGISTRAR-VINCULO
               THRU 3000-REGISTRAR-VINCULO-EXIT.

           PERFORM 2100-LER-TITULAR THRU 2100-LER-TITULAR-EXIT.
       2200-TRATAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ASSMST: ASSINANTE ATIVO COM MANDATO NO PRAZO VIRA A         *
      *----------------------------------------------------------------*
       2500-VINCULOS-ASSINANTES.
      *----------------------------------------------------------------*
           OPEN INPUT ASSINANTE-FILE.
           IF WRK-STATUS-ASS NOT = "00"
               DISPLAY "CCS-EXPORTA: ASSMST INDISPONIVEL, ASSINANTES "
                   "NAO CONFERIDOS NESTA RODADA"
               GO TO 2500-VINCULOS-ASSINANTES-EXIT
           END-IF.

           PERFORM 2600-LER-ASSINANTE THRU 2600-LER-ASSINANTE-EXIT.
           PERFORM 2650-TRATAR-ASSINANTE
               THRU 2650-TRATAR-ASSINANTE-EXIT
               UNTIL FIM-ASS.
           CLOSE ASSINANTE-FILE.
           SET LEU-ASSINANTES TO TRUE.
       2500-VINCULOS-ASSINANTES-EXIT.
           EXIT.

       2600-LER-ASSINANTE.
           READ ASSINANTE-FILE NEXT RECORD.
           IF WRK-STATUS-ASS NOT = "00"
               SET FIM-ASS TO TRUE
           END-IF.
       2600-LER-ASSINANTE-EXIT.
           EXIT.

       2650-TRATAR-ASSINANTE.
           IF ASS-ATIVO
               AND (ASS_VALIDADE = ZEROS
                    OR ASS_VALIDADE NOT < WRK-DATA-HOJE)
               MOVE ASS_CONTA TO WRK-VINC-CONTA
               MOVE ASS_CPF   TO WRK-VINC-CPF
               MOVE "A"       TO WRK-VINC-TIPO
               MOVE ASS_NOME  TO WRK-VINC-NOME
               PERFORM 3000-REGISTRAR-VINCULO
                   THRU 3000-REGISTRAR-VINCULO-EXIT
           END-IF.
           PERFORM 2600-LER-ASSINANTE THRU 2600-LER-ASSINANTE-EXIT.
       2650-TRATAR-ASSINANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REPLEGAL: O RESPONSAVEL ATIVO VIRA R EM CADA CONTA DE QUE O *
      *>   MENOR E TITULAR OU COTITULAR                                *
      *----------------------------------------------------------------*
       2700-VINCULOS-REPRESENTANTES.
      *----------------------------------------------------------------*
           OPEN INPUT REPLEGAL-FILE.
           IF WRK-STATUS-RPL NOT = "00"
               DISPLAY "CCS-EXPORTA: REPLEGAL INDISPONIVEL, "
                   "REPRESENTANTES NAO CONFERIDOS NESTA RODADA"
               GO TO 2700-VINCULOS-REPRESENTANTES-EXIT
           END-IF.

           PERFORM 2800-LER-REPLEGAL THRU 2800-LER-REPLEGAL-EXIT.
           PERFORM 2850-TRATAR-REPLEGAL
               THRU 2850-TRATAR-REPLEGAL-EXIT
               UNTIL FIM-RPL.
           CLOSE REPLEGAL-FILE.
           IF NOT TABELA-ESTOUROU
               SET LEU-REPRESENTANTES TO TRUE
           END-IF.
       2700-VINCULOS-REPRESENTANTES-EXIT.
           EXIT.

       2800-LER-REPLEGAL.
           READ REPLEGAL-FILE NEXT RECORD.
           IF WRK-STATUS-RPL NOT = "00"
               SET FIM-RPL TO TRUE
           END-IF.
       2800-LER-REPLEGAL-EXIT.
           EXIT.

       2850-TRATAR-REPLEGAL.
           IF RPL-ATIVA
               MOVE RPL_CPF_RESPONSAVEL TO WRK-VINC-CPF
               MOVE "R" TO WRK-VINC-TIPO
               PERFORM 8000-NOME-CLIENTE
                   THRU 8000-NOME-CLIENTE-EXIT
               PERFORM 2900-CONTA-DO-MENOR
                   THRU 2900-CONTA-DO-MENOR-EXIT
                   VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-MAX-TITULARES
           END-IF.
           PERFORM 2800-LER-REPLEGAL THRU 2800-LER-REPLEGAL-EXIT.
       2850-TRATAR-REPLEGAL-EXIT.
           EXIT.

       2900-CONTA-DO-MENOR.
           IF WRK-TIT-CPF (WRK-TIT-IDX) = RPL_CPF_MENOR
               MOVE WRK-TIT-CONTA (WRK-TIT-IDX) TO WRK-VINC-CONTA
               PERFORM 3000-REGISTRAR-VINCULO
                   THRU 3000-REGISTRAR-VINCULO-EXIT
           END-IF.
       2900-CONTA-DO-MENOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONFERE UM VINCULO VIGENTE CONTRA O CCSMST: NOVO VIRA       *
      *>   INICIO PENDENTE, JA CONHECIDO SO GANHA O CARIMBO DE HOJE    *
      *----------------------------------------------------------------*
       3000-REGISTRAR-VINCULO.
      *----------------------------------------------------------------*
           MOVE WRK-VINC-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-CONTA-FORA
                   GO TO 3000-REGISTRAR-VINCULO-EXIT
           END-READ.
           IF CONTA-ENCERRADA
               ADD 1 TO WRK-QTDE-CONTA-FORA
               GO TO 3000-REGISTRAR-VINCULO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-VINCULOS.
           MOVE WRK-VINC-CONTA TO CCS_CONTA.
           MOVE WRK-VINC-CPF   TO CCS_CPF.
           MOVE WRK-VINC-TIPO  TO CCS_TIPO.
           READ CCS-FILE
               INVALID KEY
                   PERFORM 3100-INCLUIR-VINCULO
                       THRU 3100-INCLUIR-VINCULO-EXIT
                   GO TO 3000-REGISTRAR-VINCULO-EXIT
           END-READ.

           IF CCS-FINALIZADO
               PERFORM 3200-REATIVAR-VINCULO
                   THRU 3200-REATIVAR-VINCULO-EXIT
           END-IF.

           MOVE WRK-DATA-HOJE TO CCS_VISTO.
           REWRITE CCS-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CCSMST " CCS-CHAVE
                       " STATUS " WRK-STATUS-CCS
           END-REWRITE.
       3000-REGISTRAR-VINCULO-EXIT.
           EXIT.

       3100-INCLUIR-VINCULO.
           MOVE WRK-VINC-NOME  TO CCS_NOME.
           SET CCS-VIGENTE     TO TRUE.
           MOVE WRK-DATA-HOJE  TO CCS_DATA_INICIO.
           MOVE ZEROS          TO CCS_DATA_FIM.
           MOVE WRK-DATA-HOJE  TO CCS_VISTO.
           SET CCS-ENVIO-PENDENTE TO TRUE.
           SET CCS-EVENTO-INICIO  TO TRUE.
           MOVE ZEROS          TO CCS_PROTOCOLO.
           MOVE ZEROS          TO CCS_DATA_ENVIO.
           MOVE ZEROS          TO CCS_TENTATIVAS.
           MOVE SPACES         TO CCS_MOTIVO_REJEICAO.
           WRITE CCS-REG
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR CCSMST " CCS-CHAVE
                       " STATUS " WRK-STATUS-CCS
                   GO TO 3100-INCLUIR-VINCULO-EXIT
           END-WRITE.
           ADD 1 TO WRK-QTDE-INICIOS.
       3100-INCLUIR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VINCULO FINALIZADO QUE VOLTOU: SE O FIM AINDA NAO FOI       *
      *>   ENVIADO, O FIM E DESFEITO; SENAO E UM NOVO INICIO           *
      *----------------------------------------------------------------*
       3200-REATIVAR-VINCULO.
           ADD 1 TO WRK-QTDE-REATIVADOS.
           SET CCS-VIGENTE TO TRUE.
           MOVE ZEROS      TO CCS_DATA_FIM.
           SET CCS-EVENTO-INICIO TO TRUE.

           IF CCS-ENVIO-PENDENTE
               IF CCS_PROTOCOLO NOT = ZEROS
                   SET CCS-ENVIADO TO TRUE
               END-IF
               GO TO 3200-REATIVAR-VINCULO-EXIT
           END-IF.

           MOVE WRK-VINC-NOME  TO CCS_NOME.
           MOVE WRK-DATA-HOJE  TO CCS_DATA_INICIO.
           SET CCS-ENVIO-PENDENTE TO TRUE.
           MOVE ZEROS          TO CCS_TENTATIVAS.
           MOVE SPACES         TO CCS_MOTIVO_REJEICAO.
           ADD 1 TO WRK-QTDE-INICIOS.
       3200-REATIVAR-VINCULO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VARRE O CCSMST: VIGENTE NAO VISTO HOJE VIRA FIM, E TODO     *
      *>   EVENTO PENDENTE SAI NA REMESSA                              *
      *----------------------------------------------------------------*
       4000-VARRER-CONTROLE.
      *----------------------------------------------------------------*
           MOVE LOW-VALUES TO CCS-CHAVE.
           START CCS-FILE KEY NOT < CCS-CHAVE
               INVALID KEY
                   SET FIM-CCS TO TRUE
           END-START.

           PERFORM 4100-LER-CONTROLE THRU 4100-LER-CONTROLE-EXIT
               UNTIL FIM-CCS.
       4000-VARRER-CONTROLE-EXIT.
           EXIT.

       4100-LER-CONTROLE.
           READ CCS-FILE NEXT RECORD.
           IF WRK-STATUS-CCS NOT = "00"
               SET FIM-CCS TO TRUE
               GO TO 4100-LER-CONTROLE-EXIT
           END-IF.

           MOVE "N" TO WRK-TIPO-VARRIDO.
           EVALUATE TRUE
               WHEN CCS-TITULAR OR CCS-COTITULAR
                   IF NOT TABELA-ESTOUROU
                       SET TIPO-VARRIDO TO TRUE
                   END-IF
               WHEN CCS-ASSINANTE
                   MOVE WRK-LEU-ASSINANTES TO WRK-TIPO-VARRIDO
               WHEN CCS-REPRESENTANTE
                   MOVE WRK-LEU-REPRESENTANTES TO WRK-TIPO-VARRIDO
           END-EVALUATE.

           IF CCS-VIGENTE
               AND CCS_VISTO < WRK-DATA-HOJE
               AND TIPO-VARRIDO
               SET CCS-FINALIZADO     TO TRUE
               MOVE WRK-DATA-HOJE     TO CCS_DATA_FIM
               SET CCS-EVENTO-FIM     TO TRUE
               SET CCS-ENVIO-PENDENTE TO TRUE
               MOVE ZEROS             TO CCS_TENTATIVAS
               MOVE SPACES            TO CCS_MOTIVO_REJEICAO
               ADD 1 TO WRK-QTDE-FINS
           END-IF.

           IF NOT CCS-ENVIO-PENDENTE
               GO TO 4100-LER-CONTROLE-EXIT
           END-IF.

           IF NOT REMESSA-ABERTA
               PERFORM 1500-ABRIR-REMESSA THRU 1500-ABRIR-REMESSA-EXIT
           END-IF.
           PERFORM 5000-EXPORTAR-EVENTO THRU 5000-EXPORTAR-EVENTO-EXIT.

           REWRITE CCS-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CCSMST " CCS-CHAVE
                       " STATUS " WRK-STATUS-CCS
           END-REWRITE.
       4100-LER-CONTROLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O PROTOCOLO SO E CONSUMIDO NO PRIMEIRO EVENTO A ENVIAR,     *
      *>   COMO EM COAF-EXPORTA                                        *
      *----------------------------------------------------------------*
       1500-ABRIR-REMESSA.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-PROTOCOLO.
           OPEN INPUT PROTOCOLO-FILE.
           IF WRK-STATUS-PROT = "00"
               READ PROTOCOLO-FILE
               IF WRK-STATUS-PROT = "00"
                   AND PROT-ULTIMO IS NUMERIC
                   COMPUTE WRK-PROTOCOLO = PROT-ULTIMO + 1
               END-IF
           END-IF.
           CLOSE PROTOCOLO-FILE.

           OPEN OUTPUT PROTOCOLO-FILE.
           MOVE WRK-PROTOCOLO TO PROT-ULTIMO.
           WRITE PROTOCOLO-REG.
           CLOSE PROTOCOLO-FILE.

           OPEN OUTPUT REMESSA-FILE.
           MOVE WRK-PROTOCOLO TO WRK-HDR-PROTOCOLO.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           WRITE REMESSA-REG FROM WRK-REM-HEADER.

           SET REMESSA-ABERTA TO TRUE.
       1500-ABRIR-REMESSA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O DOCUMENTO E RESOLVIDO NA HORA DO ENVIO, PARA QUE UM       *
      *>   REENVIO APOS REJEICAO JA LEVE O CADASTRO CORRIGIDO          *
      *----------------------------------------------------------------*
       5000-EXPORTAR-EVENTO.
      *----------------------------------------------------------------*
           MOVE "F"     TO WRK-DET-TIPO-PESSOA.
           MOVE CCS_CPF TO WRK-DET-DOCUMENTO.
           MOVE CCS_NOME TO WRK-DET-NOME.
           IF NOT SEM-MASTER
               MOVE CCS_CPF TO CLIENTE_CPF
               READ CLIENTE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTE_NOME TO WRK-DET-NOME
                       IF CLIENTE-PESSOA-JURIDICA
                           AND CLIENTE_CNPJ NOT = SPACES
                           MOVE "J"          TO WRK-DET-TIPO-PESSOA
                           MOVE CLIENTE_CNPJ TO WRK-DET-DOCUMENTO
                       END-IF
               END-READ
           END-IF.

           MOVE CCS_EVENTO      TO WRK-DET-EVENTO.
           MOVE CCS_CONTA       TO WRK-DET-CONTA.
           MOVE CCS_TIPO        TO WRK-DET-TIPO.
           MOVE CCS_DATA_INICIO TO WRK-DET-INICIO.
           MOVE CCS_DATA_FIM    TO WRK-DET-FIM.
           MOVE CCS_CPF         TO WRK-DET-CPF.
           WRITE REMESSA-REG FROM WRK-REM-DETALHE.

           ADD 1 TO WRK-QTDE-ENVIADOS.
           IF CCS_TENTATIVAS > ZEROS
               ADD 1 TO WRK-QTDE-REENVIADOS
           END-IF.
           IF CCS-EVENTO-INICIO
               ADD 1 TO WRK-QTDE-ENV-INICIO
           ELSE
               ADD 1 TO WRK-QTDE-ENV-FIM
           END-IF.

           SET CCS-ENVIADO    TO TRUE.
           MOVE WRK-PROTOCOLO TO CCS_PROTOCOLO.
           MOVE WRK-DATA-HOJE TO CCS_DATA_ENVIO.
       5000-EXPORTAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-FECHAR-REMESSA.
      *----------------------------------------------------------------*
           IF NOT REMESSA-ABERTA
               GO TO 7000-FECHAR-REMESSA-EXIT
           END-IF.

           MOVE WRK-QTDE-ENVIADOS   TO WRK-TRL-QTDE.
           MOVE WRK-QTDE-ENV-INICIO TO WRK-TRL-INICIOS.
           MOVE WRK-QTDE-ENV-FIM    TO WRK-TRL-FINS.
           WRITE REMESSA-REG FROM WRK-REM-TRAILER.
           CLOSE REMESSA-FILE.
       7000-FECHAR-REMESSA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-NOME-CLIENTE.
      *----------------------------------------------------------------*
           MOVE SPACES TO WRK-VINC-NOME.
           IF SEM-MASTER
               GO TO 8000-NOME-CLIENTE-EXIT
           END-IF.
           MOVE WRK-VINC-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   GO TO 8000-NOME-CLIENTE-EXIT
           END-READ.
           MOVE CLIENTE_NOME TO WRK-VINC-NOME.
       8000-NOME-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE CCS-FILE.
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           IF NOT SEM-MASTER
               CLOSE CLIENTE-MASTER-FILE
           END-IF.

           IF TABELA-ESTOUROU
               DISPLAY "CCS-EXPORTA: TABELA DE TITULARES ESTOUROU - "
                   "FINS DE TITULAR E REPRESENTANTE NAO APURADOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "===== EXPORTACAO CCS =====".
           DISPLAY "VINCULOS VIGENTES....: " WRK-QTDE-VINCULOS.
           DISPLAY "INICIOS APURADOS.....: " WRK-QTDE-INICIOS.
           DISPLAY "FINS APURADOS........: " WRK-QTDE-FINS.
           DISPLAY "REATIVADOS...........: " WRK-QTDE-REATIVADOS.
           DISPLAY "CONTA AUSENTE/ENCERR.: " WRK-QTDE-CONTA-FORA.
           DISPLAY "EVENTOS ENVIADOS.....: " WRK-QTDE-ENVIADOS.
           DISPLAY "REENVIOS POS-REJEICAO: " WRK-QTDE-REENVIADOS.
           IF REMESSA-ABERTA
               DISPLAY "PROTOCOLO DO ARQUIVO.: " WRK-PROTOCOLO
           ELSE
               DISPLAY "NENHUM EVENTO A ENVIAR, ARQUIVO NAO GERADO"
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
