      *>                    CRITERIO; CLIENTE SEM REGISTRO EM CLIMAST <*
      *>                    SEGUE O FLUXO ANTIGO (A CRITICA DE        <*
      *>                    CADASTRO E DO CARREGADOR DE LANCAMENTOS)  <*
      *>   15/10/2026  GGS  A INTERFACE GANHOU A OPERACAO GARANTIDA   <*
      *>                    (MODALIDADE PL/LM E NUMERO). COM GARANTIA <*
      *>                    VIGENTE EM GARMST, O VALOR PEDIDO SOBRE A <*
      *>                    SOMA DAS AVALIACOES (LOAN-TO-VALUE) ACIMA <*
      *>                    DO MAXIMO GARLTVMAX (PADRAO 80 POR CENTO) <*
      *>                    REFERE O PEDIDO; SEM GARANTIA, O FLUXO E  <*
      *>                    O DE ANTES. O LTV APLICADO VAI AO CREDLOG <*
      *>   15/10/2026  GGS  CLIENTE MEMBRO DE GRUPO ECONOMICO         <*
      *>                    (GRUPOMST, PELO CNPJ QUANDO PESSOA        <*
      *>                    JURIDICA) TEM O VALOR PEDIDO SOMADO A     <*
      *>                    EXPOSICAO DO GRUPO NA ULTIMA APURACAO DE  <*
      *>                    GRUPO-EXPOSICAO (GRPEXP); PASSANDO DO     <*
      *>                    LIMITE DE CONCENTRACAO GRPLIMITE, O       <*
      *>                    PEDIDO E REFERIDO                         <*
      *>   15/10/2026  GGS  CLIENTE COM RECADASTRAMENTO VENCIDO ALEM  <*
      *>                    DA CARENCIA (SITUACAO R EM KYCMST, KYC-   <*
      *>                    AGENDA) TEM O CREDITO NOVO NEGADO COMO    <*
      *>                    CLIENTE IMPEDIDO                          <*
      *>   15/10/2026  GGS  PESSOA FISICA SEM RENDA NO CADASTRO       <*
      *>                    RENDAMST, OU COM RENDA VENCIDA            <*
      *>                    (RENDAVALID/RENDAFOLHA), TEM O PEDIDO     <*
      *>                    REFERIDO; COM RENDA EM DIA, O             <*
      *>                    COMPROMETIMENTO (PARCELAS DOS PLANOS      <*
      *>                    ATIVOS E TETOS DOS MANDATOS DE DEBITO     <*
      *>                    SOBRE A RENDA) ACIMA DE RENDADTI TAMBEM   <*
      *>                    REFERE. O PERCENTUAL VAI AO CREDLOG       <*
      *>   15/10/2026  GGS  O LAYOUT DE CREDLOG PASSA AO COPYBOOK     <*
      *>                    CREDLOG-REG, O MESMO USADO PELOS LEITORES <*
      *>                    DO LOG, PARA QUE OS INDICES LTV E DTI NAO <*
      *>                    FIQUEM DE FORA DE NENHUMA DESCRICAO DO    <*
      *>                    REGISTRO                                  <*
      ******************************************************************

      *================================================================*
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-CLIMAST.

           SELECT GARANTIA-FILE       ASSIGN TO "GARMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS GAR-CHAVE
               ALTERNATE RECORD KEY IS GAR_CDB_NUMERO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GAR.

           SELECT GRUPO-FILE          ASSIGN TO "GRUPOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS GRP_DOCUMENTO
               ALTERNATE RECORD KEY IS GRP_CODIGO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GRP.

           SELECT GRUPOEXP-FILE       ASSIGN TO "GRPEXP"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS GEX_CODIGO
               FILE STATUS        IS WRK-STATUS-GEX.

           SELECT KYC-FILE            ASSIGN TO "KYCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS KYC_CPF
               FILE STATUS        IS WRK-STATUS-KYC.

           SELECT RENDA-FILE          ASSIGN TO "RENDAMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RND_CPF
               FILE STATUS        IS WRK-STATUS-RND.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT TITULAR-FILE        ASSIGN TO "CONTATIT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT MANDATO-FILE        ASSIGN TO "DEBAUTMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MAND.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
           02 ALCADA_VALOR_MAXIMO     PIC 9(09)V99.

       FD  CREDLOG-FILE.
           COPY CREDLOG-REG.

       FD  FILA-FILE.
           COPY CREDITO-FILA-REG.
       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  GARANTIA-FILE.
           COPY GARANTIA-REG.

       FD  GRUPO-FILE.
           COPY GRUPO-REG.

       FD  GRUPOEXP-FILE.
           COPY GRUPOEXP-REG.

       FD  KYC-FILE.
           COPY KYC-REG.

       FD  RENDA-FILE.
           COPY RENDA-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  MANDATO-FILE.
           COPY MANDATO-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-CLIMAST      PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-IMPEDIDO    PIC X(01) VALUE "N".
           88 CLIENTE-IMPEDIDO         VALUE "S".
       77  WRK-STATUS-GAR          PIC X(02) VALUE SPACES.
       77  WRK-FIM-GAR             PIC X(01) VALUE "N".
           88 FIM-GAR                  VALUE "S".
       77  WRK-VALOR-GARANTIAS     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LTV                 PIC 9(05)V99 VALUE ZEROS.
       77  WRK-LTV-MAXIMO          PIC 9(03) VALUE 80.
       77  WRK-PARM-NOME           PIC X(10) VALUE SPACES.
       77  WRK-PARM-VALOR          PIC X(20) VALUE SPACES.
       77  WRK-PARM-ACHADO         PIC X(01) VALUE "N".
           88 PARM-ACHADO              VALUE "S".
       77  WRK-STATUS-GRP          PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GEX          PIC X(02) VALUE SPACES.
       77  WRK-STATUS-KYC          PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-PJ          PIC X(01) VALUE "N".
           88 CLIENTE-PJ               VALUE "S".

      *----------------------------------------------------------------*
      *>   COMPROMETIMENTO DE RENDA (DEBT-TO-INCOME): PARCELAS DO MES  *
      *>   DOS PLANOS ATIVOS DAS CONTAS DO CLIENTE E TETOS DOS         *
      *>   MANDATOS DE DEBITO VIGENTES, SOBRE A RENDA DE RENDAMST      *
      *----------------------------------------------------------------*
       77  WRK-STATUS-RND          PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN          PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT          PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MAND         PIC X(02) VALUE SPACES.
       77  WRK-FIM-PLN             PIC X(01) VALUE "N".
           88 FIM-PLN                  VALUE "S".
       77  WRK-FIM-MAND            PIC X(01) VALUE "N".
           88 FIM-MAND                 VALUE "S".
       77  WRK-RENDA-PENDENTE      PIC X(01) VALUE "N".
           88 RENDA-PENDENTE           VALUE "S".
       77  WRK-RENDA-MENSAL        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-COMPROMETIDO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DTI                 PIC 9(05)V99 VALUE ZEROS.
       77  WRK-DTI-MAXIMO          PIC 9(03) VALUE 30.
       77  WRK-RENDA-VALIDADE      PIC 9(03) VALUE 365.
       77  WRK-FOLHA-VALIDADE      PIC 9(03) VALUE 62.
       77  WRK-DIAS-RENDA          PIC 9(03) VALUE ZEROS.
       77  WRK-DOCUMENTO-CLIENTE   PIC X(14) VALUE SPACES.
       77  WRK-GRUPO-EXCEDIDO      PIC X(01) VALUE "N".
           88 GRUPO-EXCEDIDO           VALUE "S".
       77  WRK-LIMITE-GRUPO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EXPOSICAO-GRUPO     PIC 9(13)V99 VALUE ZEROS.
       01  WRK-PARM-LIMITE-R.
           02 WRK-PARM-LIMITE      PIC 9(11)V99.

      *================================================================*
       LINKAGE                                       SECTION.
           88 CRED-REFERIDO              VALUE "R".
       01  CRED_CPF                   PIC X(11).
       01  CRED_OPERADOR              PIC X(08).
       01  CRED_MODALIDADE            PIC X(02).
       01  CRED_OPERACAO              PIC 9(08).

      *================================================================*
       PROCEDURE                                     DIVISION
                   USING CRED_VALOR_SOLICITADO CRED_LIMITE_CLIENTE
                         CRED_STATUS_CONTA CRED_REGIAO
                         CRED_NIVEL_OPERADOR CRED_RESULTADO
                         CRED_CPF CRED_OPERADOR
                         CRED_MODALIDADE CRED_OPERACAO.
      *================================================================*
       0000-MAINLINE.
           MOVE ZEROS TO WRK-ALCADA-MAXIMA.
           MOVE ZEROS TO WRK-LTV.
           MOVE ZEROS TO WRK-DTI.

           PERFORM 1600-CRITICAR-CLIENTE
               THRU 1600-CRITICAR-CLIENTE-EXIT.
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           PERFORM 1700-APURAR-LTV THRU 1700-APURAR-LTV-EXIT.
           IF WRK-LTV GREATER WRK-LTV-MAXIMO
               SET CRED-REFERIDO TO TRUE
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           PERFORM 1800-APURAR-GRUPO THRU 1800-APURAR-GRUPO-EXIT.
           IF GRUPO-EXCEDIDO
               SET CRED-REFERIDO TO TRUE
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           PERFORM 1900-APURAR-RENDA THRU 1900-APURAR-RENDA-EXIT.
           IF RENDA-PENDENTE
               OR WRK-DTI GREATER WRK-DTI-MAXIMO
               SET CRED-REFERIDO TO TRUE
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           PERFORM 1000-OBTER-ALCADA THRU 1000-OBTER-ALCADA-EXIT.

           IF CRED_VALOR_SOLICITADO GREATER WRK-ALCADA-MAXIMA
           MOVE WRK-ALCADA-MAXIMA       TO CRLOG_ALCADA.
           MOVE CRED_RESULTADO          TO CRLOG_RESULTADO.
           MOVE CRED_OPERADOR           TO CRLOG_OPERADOR.
           MOVE WRK-LTV                 TO CRLOG_LTV.
           MOVE WRK-DTI                 TO CRLOG_DTI.
           WRITE CREDLOG-REG.
           CLOSE CREDLOG-FILE.
       2000-REGISTRAR-DECISAO-EXIT.
       1600-CRITICAR-CLIENTE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-CLIENTE-IMPEDIDO.
           MOVE "N" TO WRK-CLIENTE-PJ.
           MOVE CRED_CPF TO WRK-DOCUMENTO-CLIENTE.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-CLIMAST = "00"
                       IF NOT CLIENTE-ATIVO
                           SET CLIENTE-IMPEDIDO TO TRUE
                       END-IF
                       IF CLIENTE-PESSOA-JURIDICA
                           AND CLIENTE_CNPJ NOT = SPACES
                           MOVE CLIENTE_CNPJ TO WRK-DOCUMENTO-CLIENTE
                       END-IF
                       IF CLIENTE-PESSOA-JURIDICA
                           SET CLIENTE-PJ TO TRUE
                       END-IF
               END-READ
               CLOSE CLIENTE-MASTER-FILE
           END-IF.

      *>   RECADASTRAMENTO VENCIDO ALEM DA CARENCIA (KYC-AGENDA.COB)
      *>   SUSPENDE CREDITO NOVO ATE A REVISAO SER FEITA
           OPEN INPUT KYC-FILE.
           IF WRK-STATUS-KYC = "00"
               MOVE CRED_CPF TO KYC_CPF
               READ KYC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KYC-RESTRITA
                           SET CLIENTE-IMPEDIDO TO TRUE
                       END-IF
               END-READ
               CLOSE KYC-FILE
           END-IF.
       1600-CRITICAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LOAN-TO-VALUE: VALOR PEDIDO SOBRE A SOMA DAS AVALIACOES DAS *
      *>   GARANTIAS VIGENTES DA OPERACAO, EM PERCENTUAL. OPERACAO SEM *
      *>   GARANTIA FICA COM LTV ZERO E NAO E AFETADA                  *
      *----------------------------------------------------------------*
       1700-APURAR-LTV.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-LTV WRK-VALOR-GARANTIAS.
           IF CRED_MODALIDADE NOT = "PL" AND CRED_MODALIDADE NOT = "LM"
               GO TO 1700-APURAR-LTV-EXIT
           END-IF.

           OPEN INPUT GARANTIA-FILE.
           IF WRK-STATUS-GAR NOT = "00"
               GO TO 1700-APURAR-LTV-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-GAR.
           MOVE CRED_MODALIDADE TO GAR_MODALIDADE.
           MOVE CRED_OPERACAO   TO GAR_OPERACAO.
           MOVE ZEROS           TO GAR_SEQ.
           START GARANTIA-FILE KEY IS NOT LESS THAN GAR-CHAVE
               INVALID KEY
                   SET FIM-GAR TO TRUE
           END-START.
           PERFORM 1750-SOMAR-GARANTIA THRU 1750-SOMAR-GARANTIA-EXIT
               UNTIL FIM-GAR.
           CLOSE GARANTIA-FILE.

           IF WRK-VALOR-GARANTIAS = ZEROS
               GO TO 1700-APURAR-LTV-EXIT
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "GARLTVMAX " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-SISTEMA
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-LTV-MAXIMO
           END-IF.

           COMPUTE WRK-LTV ROUNDED =
               CRED_VALOR_SOLICITADO * 100 / WRK-VALOR-GARANTIAS
               ON SIZE ERROR
                   MOVE 99999.99 TO WRK-LTV
           END-COMPUTE.
       1700-APURAR-LTV-EXIT.
           EXIT.

       1750-SOMAR-GARANTIA.
           READ GARANTIA-FILE NEXT RECORD.
           IF WRK-STATUS-GAR NOT = "00"
               OR GAR_MODALIDADE NOT = CRED_MODALIDADE
               OR GAR_OPERACAO NOT = CRED_OPERACAO
               SET FIM-GAR TO TRUE
               GO TO 1750-SOMAR-GARANTIA-EXIT
           END-IF.
           IF GAR-VIGENTE
               ADD GAR_VALOR_AVALIADO TO WRK-VALOR-GARANTIAS
           END-IF.
       1750-SOMAR-GARANTIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONCENTRACAO: CLIENTE (CNPJ OU CPF) MEMBRO DE GRUPO         *
      *>   ECONOMICO TEM O VALOR PEDIDO SOMADO A EXPOSICAO DO GRUPO NA *
      *>   ULTIMA APURACAO (GRPEXP); PASSANDO DO LIMITE GRPLIMITE, O   *
      *>   PEDIDO E REFERIDO. SEM LIMITE CADASTRADO NADA E CONFERIDO   *
      *----------------------------------------------------------------*
       1800-APURAR-GRUPO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-GRUPO-EXCEDIDO.
           MOVE ZEROS TO WRK-LIMITE-GRUPO WRK-EXPOSICAO-GRUPO.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "GRPLIMITE " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-SISTEMA
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:13) IS NUMERIC
               MOVE WRK-PARM-VALOR (1:13) TO WRK-PARM-LIMITE-R
               MOVE WRK-PARM-LIMITE TO WRK-LIMITE-GRUPO
           END-IF.
           IF WRK-LIMITE-GRUPO = ZEROS
               GO TO 1800-APURAR-GRUPO-EXIT
           END-IF.

           OPEN INPUT GRUPO-FILE.
           IF WRK-STATUS-GRP NOT = "00"
               GO TO 1800-APURAR-GRUPO-EXIT
           END-IF.
           MOVE WRK-DOCUMENTO-CLIENTE TO GRP_DOCUMENTO.
           READ GRUPO-FILE
               INVALID KEY
                   CLOSE GRUPO-FILE
                   GO TO 1800-APURAR-GRUPO-EXIT
           END-READ.
           CLOSE GRUPO-FILE.

           OPEN INPUT GRUPOEXP-FILE.
           IF WRK-STATUS-GEX = "00"
               MOVE GRP_CODIGO TO GEX_CODIGO
               READ GRUPOEXP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GEX_TOTAL TO WRK-EXPOSICAO-GRUPO
               END-READ
               CLOSE GRUPOEXP-FILE
           END-IF.

           ADD CRED_VALOR_SOLICITADO TO WRK-EXPOSICAO-GRUPO.
           IF WRK-EXPOSICAO-GRUPO > WRK-LIMITE-GRUPO
               SET GRUPO-EXCEDIDO TO TRUE
           END-IF.
       1800-APURAR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RENDA E COMPROMETIMENTO: PESSOA FISICA SEM RENDA EM         *
      *>   RENDAMST, OU COM RENDA VERIFICADA HA MAIS DE RENDAVALID     *
      *>   DIAS (PADRAO 365; RENDA DE FOLHA, RENDAFOLHA, PADRAO 62),   *
      *>   E REFERIDA. COM RENDA EM DIA, AS PARCELAS DO MES DOS PLANOS *
      *>   ATIVOS DAS CONTAS EM QUE E TITULAR PRINCIPAL MAIS OS TETOS  *
      *>   DOS MANDATOS DE DEBITO VIGENTES, SOBRE A RENDA, NAO PODEM   *
      *>   PASSAR DE RENDADTI POR CENTO (PADRAO 30)                    *
      *----------------------------------------------------------------*
       1900-APURAR-RENDA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-RENDA-PENDENTE.
           MOVE ZEROS TO WRK-DTI WRK-COMPROMETIDO WRK-RENDA-MENSAL.
           IF CLIENTE-PJ
               GO TO 1900-APURAR-RENDA-EXIT
           END-IF.

           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "RENDAVALID" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-SISTEMA
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-RENDA-VALIDADE
           END-IF.
           MOVE "RENDAFOLHA" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-SISTEMA
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-FOLHA-VALIDADE
           END-IF.
           MOVE "RENDADTI  " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-SISTEMA
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-DTI-MAXIMO
           END-IF.

           SET RENDA-PENDENTE TO TRUE.
           OPEN INPUT RENDA-FILE.
           IF WRK-STATUS-RND NOT = "00"
               GO TO 1900-APURAR-RENDA-EXIT
           END-IF.
           MOVE CRED_CPF TO RND_CPF.
           READ RENDA-FILE
               INVALID KEY
                   CLOSE RENDA-FILE
                   GO TO 1900-APURAR-RENDA-EXIT
           END-READ.
           CLOSE RENDA-FILE.

           IF RND_VALOR IS NOT NUMERIC OR RND_VALOR = ZEROS
               GO TO 1900-APURAR-RENDA-EXIT
           END-IF.
           CALL "DIAS-CORRIDOS-IDADE" USING RND_DATA_VERIFICACAO
               WRK-DATA-SISTEMA WRK-DIAS-RENDA.
           IF RND-FOLHA
               IF WRK-DIAS-RENDA > WRK-FOLHA-VALIDADE
                   GO TO 1900-APURAR-RENDA-EXIT
               END-IF
           ELSE
               IF WRK-DIAS-RENDA > WRK-RENDA-VALIDADE
                   GO TO 1900-APURAR-RENDA-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WRK-RENDA-PENDENTE.
           MOVE RND_VALOR TO WRK-RENDA-MENSAL.

           PERFORM 1910-SOMAR-PLANOS THRU 1910-SOMAR-PLANOS-EXIT.
           PERFORM 1950-SOMAR-MANDATOS THRU 1950-SOMAR-MANDATOS-EXIT.

           COMPUTE WRK-DTI ROUNDED =
               WRK-COMPROMETIDO * 100 / WRK-RENDA-MENSAL
               ON SIZE ERROR
                   MOVE 99999.99 TO WRK-DTI
           END-COMPUTE.
       1900-APURAR-RENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1910-SOMAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               GO TO 1910-SOMAR-PLANOS-EXIT
           END-IF.
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               CLOSE TITULAR-FILE
               GO TO 1910-SOMAR-PLANOS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-PLN.
           PERFORM 1920-LER-PLANO THRU 1920-LER-PLANO-EXIT
               UNTIL FIM-PLN.
           CLOSE PLANO-FILE.
           CLOSE TITULAR-FILE.
       1910-SOMAR-PLANOS-EXIT.
           EXIT.

       1920-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 1920-LER-PLANO-EXIT
           END-IF.
           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               GO TO 1920-LER-PLANO-EXIT
           END-IF.

           MOVE PLN_CONTA TO TIT_CONTA.
           MOVE CRED_CPF  TO TIT_CPF.
           READ TITULAR-FILE
               INVALID KEY
                   GO TO 1920-LER-PLANO-EXIT
           END-READ.
           IF NOT TIT-PRINCIPAL
               GO TO 1920-LER-PLANO-EXIT
           END-IF.

           IF PLN_PROX_PARCELA = PLN_QTDE
               ADD PLN_VALOR_ULTIMA  TO WRK-COMPROMETIDO
           ELSE
               ADD PLN_VALOR_PARCELA TO WRK-COMPROMETIDO
           END-IF.
       1920-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1950-SOMAR-MANDATOS.
      *----------------------------------------------------------------*
           OPEN INPUT MANDATO-FILE.
           IF WRK-STATUS-MAND NOT = "00"
               GO TO 1950-SOMAR-MANDATOS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-MAND.
           PERFORM 1960-LER-MANDATO THRU 1960-LER-MANDATO-EXIT
               UNTIL FIM-MAND.
           CLOSE MANDATO-FILE.
       1950-SOMAR-MANDATOS-EXIT.
           EXIT.

       1960-LER-MANDATO.
           READ MANDATO-FILE.
           IF WRK-STATUS-MAND NOT = "00"
               SET FIM-MAND TO TRUE
               GO TO 1960-LER-MANDATO-EXIT
           END-IF.
           IF NOT MAND-ATIVO
               OR MAND_CPF NOT = CRED_CPF
               OR MAND_VIG_INICIO > WRK-DATA-SISTEMA
               GO TO 1960-LER-MANDATO-EXIT
           END-IF.
           IF MAND_VIG_FIM NOT = ZEROS
               AND MAND_VIG_FIM < WRK-DATA-SISTEMA
               GO TO 1960-LER-MANDATO-EXIT
           END-IF.
           ADD MAND_TETO TO WRK-COMPROMETIDO.
       1960-LER-MANDATO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-OBTER-LIMITE-CLIENTE.
      *----------------------------------------------------------------*
