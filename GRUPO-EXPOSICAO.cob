      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GRUPO-EXPOSICAO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : RELATORIO MENSAL DE CONCENTRACAO DE EXPOSICAO  <*
      *>                POR GRUPO ECONOMICO (GRPEXPREL). CADA CONTA   <*
      *>                E DO GRUPO DO SEU TITULAR PRINCIPAL           <*
      *>                (CONTATIT), RECONHECIDO PELO CNPJ EM CLIMAST  <*
      *>                QUANDO PESSOA JURIDICA OU PELO CPF NOS DEMAIS <*
      *>                CASOS, CONTRA O CADASTRO GRUPOMST. SOMA POR   <*
      *>                GRUPO O SALDO DEVEDOR DAS CONTAS (CHEQUE      <*
      *>                ESPECIAL), O SALDO A VENCER DOS PLANOS ATIVOS <*
      *>                DE PLANOMST, AS VENDAS FINANCIADAS DE PARCREQ <*
      *>                E O SALDO DOS CONSIGNADOS ATIVOS DE           <*
      *>                CONSIGMST, E COMPARA O TOTAL COM O LIMITE DE  <*
      *>                CONCENTRACAO GRPLIMITE DO MESTRE DE           <*
      *>                PARAMETROS. AS GARANTIAS VIGENTES DE GARMST   <*
      *>                DAS OPERACOES DO GRUPO SAO SOMADAS A PARTE,   <*
      *>                COMO INFORMACAO, SEM ABATER O TOTAL. A        <*
      *>                POSICAO DE CADA GRUPO E REGRAVADA EM GRPEXP   <*
      *>                PARA O MOTOR DE CREDITO (CREDITO-DECISAO.COB) <*
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
           SELECT GRUPO-FILE          ASSIGN TO "GRUPOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS GRP_DOCUMENTO
               ALTERNATE RECORD KEY IS GRP_CODIGO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GRP.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-CLIMAST.

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

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT VENDA-FILE          ASSIGN TO "PARCREQ"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-VENDA.

           SELECT CONSIG-FILE         ASSIGN TO "CONSIGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CSG_NUMERO
               ALTERNATE RECORD KEY IS CSG_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-CSG.

           SELECT GARANTIA-FILE       ASSIGN TO "GARMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS GAR-CHAVE
               ALTERNATE RECORD KEY IS GAR_CDB_NUMERO
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-GAR.

           SELECT GRUPOEXP-FILE       ASSIGN TO "GRPEXP"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS GEX_CODIGO
               FILE STATUS        IS WRK-STATUS-GEX.

           SELECT RELATORIO-FILE      ASSIGN TO "GRPEXPREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  GRUPO-FILE.
           COPY GRUPO-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  VENDA-FILE.
       01  VENDA-REG.
           02 VND-CONTA               PIC 9(08).
           02 VND-SALDO               PIC 9(09)V99.
           02 VND-QTDE-PARCELAS       PIC 9(03).

       FD  CONSIG-FILE.
           COPY CONSIG-REG.

       FD  GARANTIA-FILE.
           COPY GARANTIA-REG.

       FD  GRUPOEXP-FILE.
           COPY GRUPOEXP-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-GRP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLIMAST     PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VENDA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CSG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GAR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-GEX         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-GRP            PIC X(01) VALUE "N".
           88 FIM-GRP                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-VENDA          PIC X(01) VALUE "N".
           88 FIM-VENDA               VALUE "S".
       77  WRK-FIM-CSG            PIC X(01) VALUE "N".
           88 FIM-CSG                 VALUE "S".
       77  WRK-FIM-GAR            PIC X(01) VALUE "N".
           88 FIM-GAR                 VALUE "S".
       77  WRK-CLIMAST-ABERTO     PIC X(01) VALUE "N".
           88 CLIMAST-ABERTO          VALUE "S".
       77  WRK-TABELA-ESTOURO     PIC X(01) VALUE "N".
           88 TABELA-ESTOURO          VALUE "S".

       01  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           02 WRK-HOJE-ANO        PIC 9(04).
           02 WRK-HOJE-MES        PIC 9(02).
           02 WRK-HOJE-DIA        PIC 9(02).

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-LIMITE  REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-LIMITE      PIC 9(11)V99.
       77  WRK-LIMITE-GRUPO       PIC 9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   GRUPOS DE GRUPOMST, NA ORDEM DO CODIGO, COM AS PARCELAS DA  *
      *>   EXPOSICAO ACUMULADAS                                        *
      *----------------------------------------------------------------*
       77  WRK-MAX-GRUPOS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-GRUPOS.
           02 WRK-GR-ITEM  OCCURS 1000 TIMES
                            INDEXED BY WRK-GR-IDX.
               03 WRK-GR-CODIGO        PIC 9(06).
               03 WRK-GR-NOME          PIC X(30).
               03 WRK-GR-MEMBROS       PIC 9(05).
               03 WRK-GR-CHEQUE        PIC 9(13)V99.
               03 WRK-GR-PLANOS        PIC 9(13)V99.
               03 WRK-GR-VENDAS        PIC 9(13)V99.
               03 WRK-GR-CONSIG        PIC 9(13)V99.
               03 WRK-GR-GARANTIAS     PIC 9(13)V99.

      *----------------------------------------------------------------*
      *>   CONTAS E PLANOS CUJO TITULAR PRINCIPAL ESTA EM ALGUM GRUPO, *
      *>   COM A POSICAO DO GRUPO NA TABELA ACIMA                      *
      *----------------------------------------------------------------*
       77  WRK-MAX-CONTAS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-CONTAS.
           02 WRK-CT-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-CT-IDX.
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-GRUPO         PIC 9(04).

       77  WRK-MAX-PLANOS         PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PLANOS.
           02 WRK-PL-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-PL-IDX.
               03 WRK-PL-NUMERO        PIC 9(07).
               03 WRK-PL-GRUPO         PIC 9(04).

       77  WRK-CPF-BUSCA          PIC X(11) VALUE SPACES.
       77  WRK-DOC-BUSCA          PIC X(14) VALUE SPACES.
       77  WRK-CONTA-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-GRUPO-SUB          PIC 9(04) VALUE ZEROS.
       77  WRK-GRUPO-ACHADO       PIC X(01) VALUE "N".
           88 GRUPO-ACHADO            VALUE "S".
       77  WRK-VALOR-OPERACAO     PIC 9(13)V99 VALUE ZEROS.

       77  WRK-TOTAL-GRUPO        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-MEMBROS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CONTAS-GRUPO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACIMA-LIMITE  PIC 9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-CABEC.
           02 FILLER              PIC X(50)
               VALUE "CONCENTRACAO DE EXPOSICAO POR GRUPO ECONOMICO".
           02 FILLER              PIC X(10) VALUE "APURACAO: ".
           02 WRK-CAB-DIA         PIC 9(02).
           02 FILLER              PIC X(01) VALUE "/".
           02 WRK-CAB-MES         PIC 9(02).
           02 FILLER              PIC X(01) VALUE "/".
           02 WRK-CAB-ANO         PIC 9(04).
           02 FILLER              PIC X(10) VALUE SPACES.

       01  WRK-LINHA-LIMITE.
           02 FILLER              PIC X(40)
               VALUE "LIMITE DE CONCENTRACAO POR GRUPO.......:".
           02 WRK-LL-LIMITE       PIC Z(10)9.99.
           02 FILLER              PIC X(26) VALUE SPACES.

       01  WRK-LINHA-GRUPO.
           02 FILLER              PIC X(06) VALUE "GRUPO ".
           02 WRK-LG-CODIGO       PIC 9(06).
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WRK-LG-NOME         PIC X(30).
           02 FILLER              PIC X(10) VALUE " MEMBROS: ".
           02 WRK-LG-MEMBROS      PIC ZZZZ9.
           02 FILLER              PIC X(22) VALUE SPACES.

       01  WRK-LINHA-VALOR.
           02 FILLER              PIC X(03) VALUE SPACES.
           02 WRK-LV-ROTULO       PIC X(37).
           02 WRK-LV-VALOR        PIC Z(12)9.99.
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WRK-LV-OCORRENCIA   PIC X(22).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF WRK-MAX-GRUPOS > ZEROS
               PERFORM 2000-CARREGAR-CONTAS
                   THRU 2000-CARREGAR-CONTAS-EXIT
               PERFORM 3000-SOMAR-CHEQUE-ESPECIAL
                   THRU 3000-SOMAR-CHEQUE-ESPECIAL-EXIT
               PERFORM 4000-SOMAR-PLANOS  THRU 4000-SOMAR-PLANOS-EXIT
               PERFORM 5000-SOMAR-VENDAS  THRU 5000-SOMAR-VENDAS-EXIT
               PERFORM 6000-SOMAR-CONSIGNADOS
                   THRU 6000-SOMAR-CONSIGNADOS-EXIT
               PERFORM 7000-SOMAR-GARANTIAS
                   THRU 7000-SOMAR-GARANTIAS-EXIT
           END-IF.
           PERFORM 7500-EMITIR-GRUPO      THRU 7500-EMITIR-GRUPO-EXIT
               VARYING WRK-GR-IDX FROM 1 BY 1
               UNTIL WRK-GR-IDX > WRK-MAX-GRUPOS.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM GRPLIMITE (OU COM ZERO) O RELATORIO SAI SEM CONFRONTO   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "GRPLIMITE " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:13) IS NUMERIC
               MOVE WRK-PARM-LIMITE TO WRK-LIMITE-GRUPO
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE WRK-HOJE-DIA TO WRK-CAB-DIA.
           MOVE WRK-HOJE-MES TO WRK-CAB-MES.
           MOVE WRK-HOJE-ANO TO WRK-CAB-ANO.
           MOVE WRK-LINHA-CABEC TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF WRK-LIMITE-GRUPO > ZEROS
               MOVE WRK-LIMITE-GRUPO TO WRK-LL-LIMITE
               MOVE WRK-LINHA-LIMITE TO RELATORIO-LINHA
           ELSE
               MOVE "LIMITE DE CONCENTRACAO GRPLIMITE NAO CADASTRADO"
                   TO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN OUTPUT GRUPOEXP-FILE.

           OPEN INPUT GRUPO-FILE.
           IF WRK-STATUS-GRP NOT = "00"
               DISPLAY "CADASTRO DE GRUPOS GRUPOMST AUSENTE"
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1100-CARREGAR-GRUPOS THRU 1100-CARREGAR-GRUPOS-EXIT.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-CLIMAST = "00"
               SET CLIMAST-ABERTO TO TRUE
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PERCORRE GRUPOMST PELO CODIGO: OS MEMBROS DE UM GRUPO VEM   *
      *>   JUNTOS E VIRAM UMA SO ENTRADA DA TABELA                     *
      *----------------------------------------------------------------*
       1100-CARREGAR-GRUPOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO GRP_CODIGO.
           START GRUPO-FILE KEY IS NOT LESS THAN GRP_CODIGO
               INVALID KEY
                   SET FIM-GRP TO TRUE
           END-START.
           PERFORM 1150-LER-MEMBRO THRU 1150-LER-MEMBRO-EXIT
               UNTIL FIM-GRP.
       1100-CARREGAR-GRUPOS-EXIT.
           EXIT.

       1150-LER-MEMBRO.
           READ GRUPO-FILE NEXT RECORD.
           IF WRK-STATUS-GRP NOT = "00"
               SET FIM-GRP TO TRUE
               GO TO 1150-LER-MEMBRO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-MEMBROS.
           IF WRK-MAX-GRUPOS > ZEROS
               AND WRK-GR-CODIGO (WRK-MAX-GRUPOS) = GRP_CODIGO
               ADD 1 TO WRK-GR-MEMBROS (WRK-MAX-GRUPOS)
               GO TO 1150-LER-MEMBRO-EXIT
           END-IF.

           IF WRK-MAX-GRUPOS NOT < 1000
               SET TABELA-ESTOURO TO TRUE
               GO TO 1150-LER-MEMBRO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-GRUPOS.
           MOVE GRP_CODIGO TO WRK-GR-CODIGO (WRK-MAX-GRUPOS).
           MOVE GRP_NOME   TO WRK-GR-NOME (WRK-MAX-GRUPOS).
           MOVE 1          TO WRK-GR-MEMBROS (WRK-MAX-GRUPOS).
           MOVE ZEROS      TO WRK-GR-CHEQUE (WRK-MAX-GRUPOS)
                              WRK-GR-PLANOS (WRK-MAX-GRUPOS)
                              WRK-GR-VENDAS (WRK-MAX-GRUPOS)
                              WRK-GR-CONSIG (WRK-MAX-GRUPOS)
                              WRK-GR-GARANTIAS (WRK-MAX-GRUPOS).
       1150-LER-MEMBRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTAS DE TITULAR PRINCIPAL PERTENCENTE A UM GRUPO          *
      *----------------------------------------------------------------*
       2000-CARREGAR-CONTAS.
      *----------------------------------------------------------------*
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               DISPLAY "GRUPO-EXPOSICAO: CONTATIT INDISPONIVEL, STATUS "
                   WRK-STATUS-TIT
               GO TO 2000-CARREGAR-CONTAS-FECHAR
           END-IF.

           PERFORM 2100-LER-TITULAR THRU 2100-LER-TITULAR-EXIT
               UNTIL FIM-TIT.

       2000-CARREGAR-CONTAS-FECHAR.
           CLOSE TITULAR-FILE.
       2000-CARREGAR-CONTAS-EXIT.
           EXIT.

       2100-LER-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 2100-LER-TITULAR-EXIT
           END-IF.
           IF NOT TIT-PRINCIPAL
               GO TO 2100-LER-TITULAR-EXIT
           END-IF.

           MOVE TIT_CPF TO WRK-CPF-BUSCA.
           PERFORM 8000-RESOLVER-GRUPO THRU 8000-RESOLVER-GRUPO-EXIT.
           IF NOT GRUPO-ACHADO
               GO TO 2100-LER-TITULAR-EXIT
           END-IF.

           IF WRK-MAX-CONTAS NOT < 5000
               SET TABELA-ESTOURO TO TRUE
               GO TO 2100-LER-TITULAR-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-CONTAS.
           ADD 1 TO WRK-QTDE-CONTAS-GRUPO.
           MOVE TIT_CONTA     TO WRK-CT-CONTA (WRK-MAX-CONTAS).
           MOVE WRK-GRUPO-SUB TO WRK-CT-GRUPO (WRK-MAX-CONTAS).
       2100-LER-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDO DEVEDOR DAS CONTAS DO GRUPO (CHEQUE ESPECIAL EM USO)  *
      *----------------------------------------------------------------*
       3000-SOMAR-CHEQUE-ESPECIAL.
      *----------------------------------------------------------------*
           OPEN INPUT CONTA-FILE.
           IF WRK-STATUS-CONTA NOT = "00"
               DISPLAY "GRUPO-EXPOSICAO: CONTASDB INDISPONIVEL, STATUS "
                   WRK-STATUS-CONTA
               GO TO 3000-SOMAR-CHEQUE-ESPECIAL-FECHAR
           END-IF.

           PERFORM 3100-SOMAR-CONTA THRU 3100-SOMAR-CONTA-EXIT
               VARYING WRK-CT-IDX FROM 1 BY 1
               UNTIL WRK-CT-IDX > WRK-MAX-CONTAS.

       3000-SOMAR-CHEQUE-ESPECIAL-FECHAR.
           CLOSE CONTA-FILE.
       3000-SOMAR-CHEQUE-ESPECIAL-EXIT.
           EXIT.

       3100-SOMAR-CONTA.
           MOVE WRK-CT-CONTA (WRK-CT-IDX) TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 3100-SOMAR-CONTA-EXIT
           END-READ.
           IF CONTA_SALDO < ZEROS
               COMPUTE WRK-VALOR-OPERACAO = ZEROS - CONTA_SALDO
               MOVE WRK-CT-GRUPO (WRK-CT-IDX) TO WRK-GRUPO-SUB
               ADD WRK-VALOR-OPERACAO TO WRK-GR-CHEQUE (WRK-GRUPO-SUB)
           END-IF.
       3100-SOMAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDO A VENCER DOS PLANOS ATIVOS; O PLANO FICA GUARDADO     *
      *>   PARA AS GARANTIAS DA MODALIDADE PL                          *
      *----------------------------------------------------------------*
       4000-SOMAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               GO TO 4000-SOMAR-PLANOS-FECHAR
           END-IF.

           PERFORM 4100-LER-PLANO THRU 4100-LER-PLANO-EXIT
               UNTIL FIM-PLN.

       4000-SOMAR-PLANOS-FECHAR.
           CLOSE PLANO-FILE.
       4000-SOMAR-PLANOS-EXIT.
           EXIT.

       4100-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 4100-LER-PLANO-EXIT
           END-IF.
           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               GO TO 4100-LER-PLANO-EXIT
           END-IF.

           MOVE PLN_CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-CONTA THRU 8500-PROCURAR-CONTA-EXIT.
           IF NOT GRUPO-ACHADO
               GO TO 4100-LER-PLANO-EXIT
           END-IF.

           COMPUTE WRK-VALOR-OPERACAO =
               (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
               + PLN_VALOR_ULTIMA.
           ADD WRK-VALOR-OPERACAO TO WRK-GR-PLANOS (WRK-GRUPO-SUB).

           IF WRK-MAX-PLANOS NOT < 5000
               SET TABELA-ESTOURO TO TRUE
               GO TO 4100-LER-PLANO-EXIT
           END-IF.
           ADD 1 TO WRK-MAX-PLANOS.
           MOVE PLN_NUMERO    TO WRK-PL-NUMERO (WRK-MAX-PLANOS).
           MOVE WRK-GRUPO-SUB TO WRK-PL-GRUPO (WRK-MAX-PLANOS).
       4100-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VENDAS FINANCIADAS DE PARCREQ: O SALDO FINANCIADO INTEIRO   *
      *----------------------------------------------------------------*
       5000-SOMAR-VENDAS.
      *----------------------------------------------------------------*
           OPEN INPUT VENDA-FILE.
           IF WRK-STATUS-VENDA NOT = "00"
               GO TO 5000-SOMAR-VENDAS-FECHAR
           END-IF.

           PERFORM 5100-LER-VENDA THRU 5100-LER-VENDA-EXIT
               UNTIL FIM-VENDA.

       5000-SOMAR-VENDAS-FECHAR.
           CLOSE VENDA-FILE.
       5000-SOMAR-VENDAS-EXIT.
           EXIT.

       5100-LER-VENDA.
           READ VENDA-FILE.
           IF WRK-STATUS-VENDA NOT = "00"
               SET FIM-VENDA TO TRUE
               GO TO 5100-LER-VENDA-EXIT
           END-IF.
           IF VND-QTDE-PARCELAS = ZEROS
               OR VND-SALDO = ZEROS
               GO TO 5100-LER-VENDA-EXIT
           END-IF.

           MOVE VND-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 8500-PROCURAR-CONTA THRU 8500-PROCURAR-CONTA-EXIT.
           IF GRUPO-ACHADO
               ADD VND-SALDO TO WRK-GR-VENDAS (WRK-GRUPO-SUB)
           END-IF.
       5100-LER-VENDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONSIGNADOS ATIVOS: O CONTRATO JA TRAZ O CPF DO TOMADOR;    *
      *>   O QUE FOI PARA COBRANCA EM CONTA JA ESTA NUM PLANO          *
      *----------------------------------------------------------------*
       6000-SOMAR-CONSIGNADOS.
      *----------------------------------------------------------------*
           OPEN INPUT CONSIG-FILE.
           IF WRK-STATUS-CSG NOT = "00"
               GO TO 6000-SOMAR-CONSIGNADOS-FECHAR
           END-IF.

           PERFORM 6100-LER-CONSIGNADO THRU 6100-LER-CONSIGNADO-EXIT
               UNTIL FIM-CSG.

       6000-SOMAR-CONSIGNADOS-FECHAR.
           CLOSE CONSIG-FILE.
       6000-SOMAR-CONSIGNADOS-EXIT.
           EXIT.

       6100-LER-CONSIGNADO.
           READ CONSIG-FILE NEXT RECORD.
           IF WRK-STATUS-CSG NOT = "00"
               SET FIM-CSG TO TRUE
               GO TO 6100-LER-CONSIGNADO-EXIT
           END-IF.
           IF NOT CSG-ATIVO
               OR CSG_PROX_PARCELA > CSG_QTDE
               GO TO 6100-LER-CONSIGNADO-EXIT
           END-IF.

           MOVE CSG_CPF TO WRK-CPF-BUSCA.
           PERFORM 8000-RESOLVER-GRUPO THRU 8000-RESOLVER-GRUPO-EXIT.
           IF NOT GRUPO-ACHADO
               GO TO 6100-LER-CONSIGNADO-EXIT
           END-IF.

           COMPUTE WRK-VALOR-OPERACAO =
               (CSG_QTDE - CSG_PROX_PARCELA) * CSG_VALOR_PARCELA
               + CSG_VALOR_ULTIMA.
           ADD WRK-VALOR-OPERACAO TO WRK-GR-CONSIG (WRK-GRUPO-SUB).
       6100-LER-CONSIGNADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GARANTIAS VIGENTES DAS OPERACOES DO GRUPO (PLANO OU LIMITE  *
      *>   DA CONTA), PELO VALOR DA ULTIMA AVALIACAO                   *
      *----------------------------------------------------------------*
       7000-SOMAR-GARANTIAS.
      *----------------------------------------------------------------*
           OPEN INPUT GARANTIA-FILE.
           IF WRK-STATUS-GAR NOT = "00"
               GO TO 7000-SOMAR-GARANTIAS-FECHAR
           END-IF.

           MOVE LOW-VALUES TO GAR-CHAVE.
           START GARANTIA-FILE KEY IS NOT LESS THAN GAR-CHAVE
               INVALID KEY
                   SET FIM-GAR TO TRUE
           END-START.
           PERFORM 7100-LER-GARANTIA THRU 7100-LER-GARANTIA-EXIT
               UNTIL FIM-GAR.

       7000-SOMAR-GARANTIAS-FECHAR.
           CLOSE GARANTIA-FILE.
       7000-SOMAR-GARANTIAS-EXIT.
           EXIT.

       7100-LER-GARANTIA.
           READ GARANTIA-FILE NEXT RECORD.
           IF WRK-STATUS-GAR NOT = "00"
               SET FIM-GAR TO TRUE
               GO TO 7100-LER-GARANTIA-EXIT
           END-IF.
           IF NOT GAR-VIGENTE
               GO TO 7100-LER-GARANTIA-EXIT
           END-IF.

           MOVE "N" TO WRK-GRUPO-ACHADO.
           IF GAR-OPER-PLANO
               SET WRK-PL-IDX TO 1
               SEARCH WRK-PL-ITEM VARYING WRK-PL-IDX
                   AT END
                       CONTINUE
                   WHEN WRK-PL-IDX > WRK-MAX-PLANOS
                       CONTINUE
                   WHEN WRK-PL-NUMERO (WRK-PL-IDX) = GAR_OPERACAO
                       SET GRUPO-ACHADO TO TRUE
                       MOVE WRK-PL-GRUPO (WRK-PL-IDX) TO WRK-GRUPO-SUB
               END-SEARCH
           ELSE
               MOVE GAR_OPERACAO TO WRK-CONTA-BUSCA
               PERFORM 8500-PROCURAR-CONTA
                   THRU 8500-PROCURAR-CONTA-EXIT
           END-IF.

           IF GRUPO-ACHADO
               ADD GAR_VALOR_AVALIADO
                   TO WRK-GR-GARANTIAS (WRK-GRUPO-SUB)
           END-IF.
       7100-LER-GARANTIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UM BLOCO POR GRUPO E A POSICAO DELE EM GRPEXP; O TOTAL      *
      *>   ACIMA DO LIMITE E MARCADO NA PROPRIA LINHA                  *
      *----------------------------------------------------------------*
       7500-EMITIR-GRUPO.
      *----------------------------------------------------------------*
           COMPUTE WRK-TOTAL-GRUPO =
               WRK-GR-CHEQUE (WRK-GR-IDX) + WRK-GR-PLANOS (WRK-GR-IDX)
               + WRK-GR-VENDAS (WRK-GR-IDX)
               + WRK-GR-CONSIG (WRK-GR-IDX).

           MOVE WRK-GR-CODIGO (WRK-GR-IDX)  TO WRK-LG-CODIGO.
           MOVE WRK-GR-NOME (WRK-GR-IDX)    TO WRK-LG-NOME.
           MOVE WRK-GR-MEMBROS (WRK-GR-IDX) TO WRK-LG-MEMBROS.
           MOVE WRK-LINHA-GRUPO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO WRK-LV-OCORRENCIA.
           MOVE "CHEQUE ESPECIAL (SALDO DEVEDOR)....:" TO WRK-LV-ROTULO.
           MOVE WRK-GR-CHEQUE (WRK-GR-IDX) TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "PLANOS DE PARCELAMENTO ATIVOS......:" TO WRK-LV-ROTULO.
           MOVE WRK-GR-PLANOS (WRK-GR-IDX) TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "VENDAS FINANCIADAS.................:" TO WRK-LV-ROTULO.
           MOVE WRK-GR-VENDAS (WRK-GR-IDX) TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "CONSIGNADO.........................:" TO WRK-LV-ROTULO.
           MOVE WRK-GR-CONSIG (WRK-GR-IDX) TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "EXPOSICAO TOTAL DO GRUPO...........:" TO WRK-LV-ROTULO.
           MOVE WRK-TOTAL-GRUPO TO WRK-LV-VALOR.
           IF WRK-LIMITE-GRUPO > ZEROS
               AND WRK-TOTAL-GRUPO > WRK-LIMITE-GRUPO
               ADD 1 TO WRK-QTDE-ACIMA-LIMITE
               MOVE "** ACIMA DO LIMITE **" TO WRK-LV-OCORRENCIA
           END-IF.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO WRK-LV-OCORRENCIA.
           MOVE "GARANTIAS VIGENTES (INFORMATIVO)...:" TO WRK-LV-ROTULO.
           MOVE WRK-GR-GARANTIAS (WRK-GR-IDX) TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE WRK-GR-CODIGO (WRK-GR-IDX)    TO GEX_CODIGO.
           MOVE WRK-DATA-HOJE                 TO GEX_DATA.
           MOVE WRK-GR-MEMBROS (WRK-GR-IDX)   TO GEX_QTDE_MEMBROS.
           MOVE WRK-GR-CHEQUE (WRK-GR-IDX)    TO GEX_CHEQUE_ESPECIAL.
           MOVE WRK-GR-PLANOS (WRK-GR-IDX)    TO GEX_PLANOS.
           MOVE WRK-GR-VENDAS (WRK-GR-IDX)    TO GEX_VENDAS.
           MOVE WRK-GR-CONSIG (WRK-GR-IDX)    TO GEX_CONSIGNADO.
           MOVE WRK-TOTAL-GRUPO               TO GEX_TOTAL.
           MOVE WRK-GR-GARANTIAS (WRK-GR-IDX) TO GEX_GARANTIAS.
           MOVE WRK-LIMITE-GRUPO              TO GEX_LIMITE.
           WRITE GRUPOEXP-REG
               INVALID KEY
                   DISPLAY "POSICAO DO GRUPO JA GRAVADA: " GEX_CODIGO
           END-WRITE.
       7500-EMITIR-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   GRUPO DE UM CLIENTE PELO CPF (CHAVE DE CLIMAST): PESSOA     *
      *>   JURIDICA ENTRA PELO CNPJ, AS DEMAIS PELO PROPRIO CPF        *
      *----------------------------------------------------------------*
       8000-RESOLVER-GRUPO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-GRUPO-ACHADO.
           MOVE WRK-CPF-BUSCA TO WRK-DOC-BUSCA.

           IF CLIMAST-ABERTO
               MOVE WRK-CPF-BUSCA TO CLIENTE_CPF
               READ CLIENTE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLIENTE-PESSOA-JURIDICA
                           AND CLIENTE_CNPJ NOT = SPACES
                           MOVE CLIENTE_CNPJ TO WRK-DOC-BUSCA
                       END-IF
               END-READ
           END-IF.

           MOVE WRK-DOC-BUSCA TO GRP_DOCUMENTO.
           READ GRUPO-FILE
               INVALID KEY
                   GO TO 8000-RESOLVER-GRUPO-EXIT
           END-READ.

           SET WRK-GR-IDX TO 1.
           SEARCH WRK-GR-ITEM VARYING WRK-GR-IDX
               AT END
                   CONTINUE
               WHEN WRK-GR-IDX > WRK-MAX-GRUPOS
                   CONTINUE
               WHEN WRK-GR-CODIGO (WRK-GR-IDX) = GRP_CODIGO
                   SET GRUPO-ACHADO TO TRUE
                   SET WRK-GRUPO-SUB TO WRK-GR-IDX
           END-SEARCH.
       8000-RESOLVER-GRUPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8500-PROCURAR-CONTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-GRUPO-ACHADO.
           SET WRK-CT-IDX TO 1.
           SEARCH WRK-CT-ITEM VARYING WRK-CT-IDX
               AT END
                   CONTINUE
               WHEN WRK-CT-IDX > WRK-MAX-CONTAS
                   CONTINUE
               WHEN WRK-CT-CONTA (WRK-CT-IDX) = WRK-CONTA-BUSCA
                   SET GRUPO-ACHADO TO TRUE
                   MOVE WRK-CT-GRUPO (WRK-CT-IDX) TO WRK-GRUPO-SUB
           END-SEARCH.
       8500-PROCURAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE GRUPO-FILE.
           IF CLIMAST-ABERTO
               CLOSE CLIENTE-MASTER-FILE
           END-IF.
           CLOSE GRUPOEXP-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== CONCENTRACAO POR GRUPO ECONOMICO =====".
           DISPLAY "MEMBROS CADASTRADOS..: " WRK-QTDE-MEMBROS.
           DISPLAY "GRUPOS APURADOS......: " WRK-MAX-GRUPOS.
           DISPLAY "CONTAS DE GRUPOS.....: " WRK-QTDE-CONTAS-GRUPO.
           DISPLAY "GRUPOS ACIMA LIMITE..: " WRK-QTDE-ACIMA-LIMITE.

           IF TABELA-ESTOURO
               DISPLAY "TABELA DE GRUPOS, CONTAS OU PLANOS CHEIA, "
                   "EXPOSICAO INCOMPLETA"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
