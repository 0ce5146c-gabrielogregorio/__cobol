      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. PROPOSTA-MANUT.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CAPTACAO DA PROPOSTA DE ABERTURA DE            <*
      *>                RELACIONAMENTO PELA AGENCIA, LOTE PROPIN: N = <*
      *>                NOVA PROPOSTA (CADASTRO, CONTA E PRODUTOS     <*
      *>                PEDIDOS NUM REGISTRO SO), D = DOCUMENTO       <*
      *>                ENTREGUE, X = CANCELAR. ATE AQUI A ABERTURA   <*
      *>                ERA FEITA EM LOTES SEPARADOS (CLIMANUT,       <*
      *>                CONTAMANUT, TITULARIN E OS PEDIDOS DE TALAO,  <*
      *>                CARTAO E CHAVE PIX) E UMA ABERTURA PELA       <*
      *>                METADE DEIXAVA CONTA SEM TITULAR. A PROPOSTA  <*
      *>                NOVA PASSA PELAS MESMAS CRITICAS DE CADASTRO  <*
      *>                DE CLIENTE-MASTER.COB, NAO PODE SER DE        <*
      *>                CLIENTE JA CADASTRADO, DE CONTA JA EXISTENTE  <*
      *>                NEM REPETIR PROPOSTA EM ANDAMENTO DO MESMO    <*
      *>                CPF, E NASCE COM O CHECKLIST DE DOCUMENTOS DO <*
      *>                TIPO DE CLIENTE E DOS PRODUTOS (LAYOUT EM     <*
      *>                PROPOSTA-REG). O NUMERO VEM DE PROPNUM. A     <*
      *>                APROVACAO DO COMPLIANCE PARA PEP (DOCUMENTO   <*
      *>                AP) EXIGE A PERMISSAO PROPOSTA-PEP; O RESTO,  <*
      *>                A PERMISSAO PROPOSTA-MANUT. A TRIAGEM E A     <*
      *>                EFETIVACAO FICAM COM PROPOSTA-EFETIVA.COB.    <*
      *>                TODA ALTERACAO VAI AO AUDIT-LOG. PEDIDOS SAEM <*
      *>                EM PROPREL; HAVENDO RECUSA, RETURN-CODE 4     <*
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
           SELECT PEDIDO-FILE         ASSIGN TO "PROPIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

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
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT NUMERO-FILE         ASSIGN TO "PROPNUM"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-NUM.

           SELECT RELATORIO-FILE      ASSIGN TO "PROPREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 PRP-FUNCAO          PIC X(01).
               88 PRP-NOVA            VALUE "N".
               88 PRP-DOCUMENTO-ENTREGUE VALUE "D".
               88 PRP-CANCELAR        VALUE "X".
           02 PRP-NUMERO          PIC 9(10).
           02 PRP-DOCUMENTO       PIC X(02).
           02 PRP-OPERADOR        PIC X(08).
           02 PRP-MOTIVO          PIC X(30).
           02 PRP-CPF             PIC X(11).
           02 PRP-NOME            PIC X(20).
           02 PRP-RG.
               03 PRP-RG-NUMERO       PIC 9(08).
               03 PRP-RG-DV           PIC X(01).
               03 PRP-RG-UF           PIC X(02).
           02 PRP-ENDERECO.
               03 PRP-END-LOGRADOURO  PIC X(30).
               03 PRP-END-NUMERO      PIC X(06).
               03 PRP-END-BAIRRO      PIC X(20).
               03 PRP-END-CIDADE      PIC X(20).
               03 PRP-END-UF          PIC X(02).
               03 PRP-END-CEP         PIC 9(08).
           02 PRP-DATANASC.
               03 PRP-DIA             PIC X(02).
               03 PRP-MES             PIC X(02).
               03 PRP-ANO             PIC X(04).
           02 PRP-GENERO          PIC X(01).
           02 PRP-ESTADO-CIVIL    PIC X(01).
           02 PRP-TIPO            PIC X(01).
           02 PRP-CNPJ            PIC X(14).
           02 PRP-CONTA           PIC 9(08).
           02 PRP-MOEDA           PIC X(03).
           02 PRP-PRODUTO         PIC X(01).
           02 PRP-COD-PRODUTO     PIC X(04).
           02 PRP-FOLHAS          PIC 9(03).
           02 PRP-CARTAO          PIC X(01).
           02 PRP-PIX-TIPO        PIC X(01).
           02 PRP-PIX-CHAVE       PIC X(36).

       FD  PROPOSTA-FILE.
           COPY PROPOSTA-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  NUMERO-FILE.
       01  NUMERO-REG.
           02 NUM-ULTIMO          PIC 9(10).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       COPY CLIENTE-CODIGOS.

       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PROP        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-NUM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PEDIDO         PIC X(01) VALUE "N".
           88 FIM-PEDIDO              VALUE "S".
       77  WRK-FIM-VARRE          PIC X(01) VALUE "N".
           88 FIM-VARRE               VALUE "S".
       77  WRK-TEM-ABERTA         PIC X(01) VALUE "N".
           88 TEM-ABERTA              VALUE "S".
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.
       77  WRK-RESULTADO          PIC X(60) VALUE SPACES.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(10) VALUE ZEROS.
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.
       77  WRK-MAIORIDADE         PIC 9(03) VALUE 18.

       77  WRK-CPF-VALIDO          PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO            VALUE "S".
       77  WRK-CNPJ-VALIDO         PIC X(01) VALUE "N".
           88 CNPJ-EH-VALIDO           VALUE "S".
       77  WRK-RG-VALIDO           PIC X(01) VALUE "N".
           88 RG-EH-VALIDO             VALUE "S".
       77  WRK-CEP-VALIDO          PIC X(01) VALUE "N".
           88 CEP-EH-VALIDO            VALUE "S".
       77  WRK-CEP-CIDADE          PIC X(20) VALUE SPACES.
       77  WRK-CEP-UF              PIC X(02) VALUE SPACES.
       77  WRK-DOB-VALIDA          PIC X(01) VALUE "N".
           88 DOB-EH-VALIDA            VALUE "S".
       77  WRK-DOB-DIA             PIC 9(02) VALUE ZEROS.
       77  WRK-DOB-MES             PIC 9(02) VALUE ZEROS.
       77  WRK-DOB-ANO             PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CHECKLIST DE DOCUMENTOS DA PROPOSTA                         *
      *----------------------------------------------------------------*
       77  WRK-DOC-IDX            PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-ACHADO         PIC 9(02) VALUE ZEROS.
       77  WRK-DOC-NOVO           PIC X(02) VALUE SPACES.
       77  WRK-QTDE-FALTAM        PIC 9(02) VALUE ZEROS.
       77  WRK-LISTA-DOCS         PIC X(24) VALUE SPACES.
       77  WRK-LISTA-PONTEIRO     PIC 9(02) VALUE ZEROS.

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DOCUMENTOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CANCELADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADOS     PIC 9(07) VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20) VALUE SPACES.
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

       01  WRK-LINHA-PEDIDO.
           02 WRK-LP-FUNCAO        PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-NUMERO        PIC 9(10).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-LP-CPF           PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LP-RESULTADO     PIC X(60).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO
               THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-PEDIDO.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O PROPOSTA-FILE.
           IF WRK-STATUS-PROP = "35"
               OPEN OUTPUT PROPOSTA-FILE
               CLOSE PROPOSTA-FILE
               OPEN I-O PROPOSTA-FILE
           END-IF.
           IF WRK-STATUS-PROP NOT = "00"
               DISPLAY "PROPOSTA-MANUT: PROPMST INDISPONIVEL, STATUS "
                   WRK-STATUS-PROP " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           OPEN INPUT CONTA-FILE.

           OPEN INPUT NUMERO-FILE.
           IF WRK-STATUS-NUM = "00"
               READ NUMERO-FILE
               IF WRK-STATUS-NUM = "00"
                   AND NUM-ULTIMO IS NUMERIC
                   MOVE NUM-ULTIMO TO WRK-ULTIMO-NUMERO
               END-IF
           END-IF.
           CLOSE NUMERO-FILE.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PEDIDO TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "PROPOSTAS DE ABERTURA DE RELACIONAMENTO"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PEDIDO TO TRUE
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE SPACES TO WRK-MOTIVO WRK-RESULTADO.

           MOVE "PROPOSTA-MANUT" TO WRK-AUT-FUNCAO.
           CALL "AUTORIZA-CHECK" USING PRP-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PRP-NOVA
                   PERFORM 3000-ABRIR-PROPOSTA
                       THRU 3000-ABRIR-PROPOSTA-EXIT
               WHEN PRP-DOCUMENTO-ENTREGUE
                   PERFORM 4000-RECEBER-DOCUMENTO
                       THRU 4000-RECEBER-DOCUMENTO-EXIT
               WHEN PRP-CANCELAR
                   PERFORM 5000-CANCELAR THRU 5000-CANCELAR-EXIT
               WHEN OTHER
                   MOVE "FUNCAO DEVE SER N, D OU X" TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2900-RECUSAR THRU 2900-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-PEDIDO-EXIT
           END-IF.

           MOVE PRP-FUNCAO     TO WRK-LP-FUNCAO.
           MOVE PROP_NUMERO    TO WRK-LP-NUMERO.
           MOVE PROP_CPF       TO WRK-LP-CPF.
           MOVE WRK-RESULTADO  TO WRK-LP-RESULTADO.
           MOVE WRK-LINHA-PEDIDO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-RECUSAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RECUSADOS.
           MOVE PRP-FUNCAO TO WRK-LP-FUNCAO.
           IF PRP-NUMERO NUMERIC
               MOVE PRP-NUMERO TO WRK-LP-NUMERO
           ELSE
               MOVE ZEROS TO WRK-LP-NUMERO
           END-IF.
           MOVE PRP-CPF TO WRK-LP-CPF.
           MOVE SPACES TO WRK-LP-RESULTADO.
           STRING "RECUSADO: " DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO WRK-LP-RESULTADO.
           MOVE WRK-LINHA-PEDIDO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       2900-RECUSAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PROPOSTA NOVA: CADASTRO CRITICADO COMO NA INCLUSAO DE       *
      *>   CLIENTE-MASTER, CLIENTE E CONTA AINDA INEXISTENTES, SEM     *
      *>   OUTRA PROPOSTA EM ANDAMENTO DO MESMO CPF                    *
      *----------------------------------------------------------------*
       3000-ABRIR-PROPOSTA.
      *----------------------------------------------------------------*
           PERFORM 3100-CRITICAR-CADASTRO
               THRU 3100-CRITICAR-CADASTRO-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 3000-ABRIR-PROPOSTA-EXIT
           END-IF.

           PERFORM 3200-CRITICAR-CONTA THRU 3200-CRITICAR-CONTA-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 3000-ABRIR-PROPOSTA-EXIT
           END-IF.

           PERFORM 3400-CRITICAR-PRODUTOS
               THRU 3400-CRITICAR-PRODUTOS-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 3000-ABRIR-PROPOSTA-EXIT
           END-IF.

           MOVE PRP-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CLIENTE JA CADASTRADO EM CLIMAST"
                       TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 3000-ABRIR-PROPOSTA-EXIT
           END-IF.

           PERFORM 3300-PROCURAR-ABERTA
               THRU 3300-PROCURAR-ABERTA-EXIT.
           IF TEM-ABERTA
               MOVE "JA HA PROPOSTA EM ANDAMENTO PARA O CPF"
                   TO WRK-MOTIVO
               GO TO 3000-ABRIR-PROPOSTA-EXIT
           END-IF.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           INITIALIZE PROPOSTA-REG.
           MOVE WRK-ULTIMO-NUMERO  TO PROP_NUMERO.
           MOVE WRK-DATA-HOJE      TO PROP_DATA_ABERTURA.
           SET PROP-AGUARDANDO TO TRUE.
           MOVE WRK-DATA-HOJE      TO PROP_DATA_SITUACAO.
           MOVE PRP-CPF            TO PROP_CPF.
           MOVE PRP-NOME           TO PROP_NOME.
           MOVE PRP-RG             TO PROP_RG.
           MOVE PRP-ENDERECO       TO PROP_ENDERECO.
           MOVE PRP-DATANASC       TO PROP_DATANASC.
           MOVE PRP-GENERO         TO PROP_GENERO.
           MOVE PRP-ESTADO-CIVIL   TO PROP_ESTADO_CIVIL.
           MOVE PRP-TIPO           TO PROP_TIPO.
           MOVE PRP-CNPJ           TO PROP_CNPJ.
           MOVE PRP-CONTA          TO PROP_CONTA.
           MOVE PRP-MOEDA          TO PROP_MOEDA.
           MOVE PRP-PRODUTO        TO PROP_PRODUTO.
           MOVE PRP-COD-PRODUTO    TO PROP_COD_PRODUTO.
           MOVE PRP-FOLHAS         TO PROP_FOLHAS.
           IF PRP-CARTAO = "S"
               MOVE "S" TO PROP_CARTAO
           ELSE
               MOVE "N" TO PROP_CARTAO
           END-IF.
           MOVE PRP-PIX-TIPO       TO PROP_PIX_TIPO.
           MOVE PRP-PIX-CHAVE      TO PROP_PIX_CHAVE.
           MOVE PRP-OPERADOR       TO PROP_OPERADOR.

           PERFORM 3500-MONTAR-CHECKLIST
               THRU 3500-MONTAR-CHECKLIST-EXIT.

           WRITE PROPOSTA-REG
               INVALID KEY
                   MOVE "PROPOSTA JA EXISTE - CONFERIR PROPNUM"
                       TO WRK-MOTIVO
                   GO TO 3000-ABRIR-PROPOSTA-EXIT
           END-WRITE.

           OPEN OUTPUT NUMERO-FILE.
           MOVE WRK-ULTIMO-NUMERO TO NUM-ULTIMO.
           WRITE NUMERO-REG.
           CLOSE NUMERO-FILE.

           ADD 1 TO WRK-QTDE-ABERTAS.
           MOVE "PROP_SITUACAO" TO WRK-AUDIT-CAMPO.
           MOVE SPACES          TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE PROP_NUMERO     TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.

           PERFORM 7100-LISTAR-PENDENTES
               THRU 7100-LISTAR-PENDENTES-EXIT.
           STRING "ABERTA - DOCUMENTOS: " DELIMITED BY SIZE
               WRK-LISTA-DOCS DELIMITED BY SIZE
               INTO WRK-RESULTADO.
       3000-ABRIR-PROPOSTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   AS MESMAS CRITICAS DA INCLUSAO EM CLIENTE-MASTER.COB, PARA  *
      *>   A EFETIVACAO NAO ESBARRAR NELAS DEPOIS DO CHECKLIST PRONTO  *
      *----------------------------------------------------------------*
       3100-CRITICAR-CADASTRO.
      *----------------------------------------------------------------*
           IF PRP-TIPO NOT = CONST_PESSOA_FISICA
               AND PRP-TIPO NOT = CONST_PESSOA_JURIDICA
               MOVE "TIPO DE CLIENTE INVALIDO" TO WRK-MOTIVO
               GO TO 3100-CRITICAR-CADASTRO-EXIT
           END-IF.

           IF PRP-TIPO = CONST_PESSOA_JURIDICA
               IF PRP-CPF IS NOT NUMERIC
                   MOVE "CODIGO DE CLIENTE INVALIDO" TO WRK-MOTIVO
                   GO TO 3100-CRITICAR-CADASTRO-EXIT
               END-IF
               CALL "CNPJ-CHECK" USING PRP-CNPJ WRK-CNPJ-VALIDO
               IF NOT CNPJ-EH-VALIDO
                   MOVE "CNPJ INVALIDO" TO WRK-MOTIVO
                   GO TO 3100-CRITICAR-CADASTRO-EXIT
               END-IF
           ELSE
               CALL "CPF-CHECK" USING PRP-CPF WRK-CPF-VALIDO
               IF NOT CPF-EH-VALIDO
                   MOVE "CPF INVALIDO" TO WRK-MOTIVO
                   GO TO 3100-CRITICAR-CADASTRO-EXIT
               END-IF
               CALL "RG-CHECK" USING PRP-RG-NUMERO PRP-RG-DV
                   PRP-RG-UF WRK-RG-VALIDO
               IF NOT RG-EH-VALIDO
                   MOVE "RG INVALIDO" TO WRK-MOTIVO
                   GO TO 3100-CRITICAR-CADASTRO-EXIT
               END-IF
           END-IF.

           CALL "CEP-CHECK" USING PRP-END-CEP WRK-CEP-VALIDO
               WRK-CEP-CIDADE WRK-CEP-UF.
           IF NOT CEP-EH-VALIDO
               MOVE "CEP INVALIDO" TO WRK-MOTIVO
               GO TO 3100-CRITICAR-CADASTRO-EXIT
           END-IF.

           MOVE PRP-DIA TO WRK-DOB-DIA.
           MOVE PRP-MES TO WRK-DOB-MES.
           MOVE PRP-ANO TO WRK-DOB-ANO.
           CALL "DOB-CHECK" USING WRK-DOB-DIA WRK-DOB-MES WRK-DOB-ANO
               WRK-DOB-VALIDA.
           IF NOT DOB-EH-VALIDA
               MOVE "NASCIMENTO INVALIDO" TO WRK-MOTIVO
               GO TO 3100-CRITICAR-CADASTRO-EXIT
           END-IF.

           IF PRP-GENERO NOT = CONST_MASCULINO
               AND PRP-GENERO NOT = CONST_FEMININO
               MOVE "GENERO INVALIDO" TO WRK-MOTIVO
               GO TO 3100-CRITICAR-CADASTRO-EXIT
           END-IF.

           IF PRP-ESTADO-CIVIL NOT = CONST_SOLTEIRO
               AND PRP-ESTADO-CIVIL NOT = CONST_CASADO
               AND PRP-ESTADO-CIVIL NOT = CONST_DIVORCIADO
               AND PRP-ESTADO-CIVIL NOT = CONST_VIUVO
               MOVE "ESTADO CIVIL INVALIDO" TO WRK-MOTIVO
               GO TO 3100-CRITICAR-CADASTRO-EXIT
           END-IF.
       3100-CRITICAR-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA PEDIDA NO DESENHO DE CONTAMANUT: NUMERO LIVRE EM      *
      *>   CONTASDB E MOEDA INFORMADA; O PRODUTO DO CATALOGO E         *
      *>   CONFERIDO NA EFETIVACAO, COMO NA ABERTURA DE CONTA-MASTER   *
      *----------------------------------------------------------------*
       3200-CRITICAR-CONTA.
      *----------------------------------------------------------------*
           IF PRP-CONTA IS NOT NUMERIC
               OR PRP-CONTA = ZEROS
               MOVE "NUMERO DE CONTA INVALIDO" TO WRK-MOTIVO
               GO TO 3200-CRITICAR-CONTA-EXIT
           END-IF.

           IF PRP-MOEDA = SPACES
               MOVE "MOEDA NAO INFORMADA" TO WRK-MOTIVO
               GO TO 3200-CRITICAR-CONTA-EXIT
           END-IF.

           IF PRP-COD-PRODUTO = SPACES
               AND PRP-PRODUTO NOT = SPACE
               AND PRP-PRODUTO NOT = "C"
               AND PRP-PRODUTO NOT = "P"
               MOVE "PRODUTO INVALIDO" TO WRK-MOTIVO
               GO TO 3200-CRITICAR-CONTA-EXIT
           END-IF.

           MOVE PRP-CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "CONTA JA EXISTE EM CONTASDB" TO WRK-MOTIVO
           END-READ.
       3200-CRITICAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VARRE AS PROPOSTAS DO CPF PELA CHAVE ALTERNATIVA A PROCURA  *
      *>   DE UMA AINDA AGUARDANDO                                     *
      *----------------------------------------------------------------*
       3300-PROCURAR-ABERTA.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-TEM-ABERTA.
           MOVE "N" TO WRK-FIM-VARRE.

           MOVE PRP-CPF TO PROP_CPF.
           START PROPOSTA-FILE KEY NOT < PROP_CPF
               INVALID KEY
                   SET FIM-VARRE TO TRUE
           END-START.

           PERFORM 3350-LER-PROPOSTA-CPF
               THRU 3350-LER-PROPOSTA-CPF-EXIT
               UNTIL FIM-VARRE.
       3300-PROCURAR-ABERTA-EXIT.
           EXIT.

       3350-LER-PROPOSTA-CPF.
           READ PROPOSTA-FILE NEXT RECORD.
           IF WRK-STATUS-PROP NOT = "00"
               AND WRK-STATUS-PROP NOT = "02"
               SET FIM-VARRE TO TRUE
               GO TO 3350-LER-PROPOSTA-CPF-EXIT
           END-IF.
           IF PROP_CPF NOT = PRP-CPF
               SET FIM-VARRE TO TRUE
               GO TO 3350-LER-PROPOSTA-CPF-EXIT
           END-IF.
           IF PROP-AGUARDANDO
               SET TEM-ABERTA TO TRUE
               SET FIM-VARRE TO TRUE
           END-IF.
       3350-LER-PROPOSTA-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRODUTOS PEDIDOS JUNTO COM A CONTA: FOLHAS DE CHEQUE (ZERO  *
      *>   = SEM TALAO), CARTAO (S/N) E CHAVE PIX NO DESENHO DE        *
      *>   PIXKMANUT (TIPO EM BRANCO = SEM CHAVE)                      *
      *----------------------------------------------------------------*
       3400-CRITICAR-PRODUTOS.
      *----------------------------------------------------------------*
           IF PRP-FOLHAS IS NOT NUMERIC
               MOVE "QUANTIDADE DE FOLHAS INVALIDA" TO WRK-MOTIVO
               GO TO 3400-CRITICAR-PRODUTOS-EXIT
           END-IF.

           IF PRP-FOLHAS > ZEROS
               AND PRP-COD-PRODUTO = SPACES
               AND PRP-PRODUTO = "P"
               MOVE "POUPANCA NAO TEM TALAO DE CHEQUES" TO WRK-MOTIVO
               GO TO 3400-CRITICAR-PRODUTOS-EXIT
           END-IF.

           IF PRP-CARTAO NOT = "S"
               AND PRP-CARTAO NOT = "N"
               AND PRP-CARTAO NOT = SPACE
               MOVE "PEDIDO DE CARTAO DEVE SER S OU N" TO WRK-MOTIVO
               GO TO 3400-CRITICAR-PRODUTOS-EXIT
           END-IF.

           IF PRP-PIX-TIPO = SPACE
               GO TO 3400-CRITICAR-PRODUTOS-EXIT
           END-IF.

           IF PRP-PIX-TIPO NOT = "C" AND PRP-PIX-TIPO NOT = "T"
               AND PRP-PIX-TIPO NOT = "E" AND PRP-PIX-TIPO NOT = "A"
               MOVE "TIPO DE CHAVE PIX INVALIDO" TO WRK-MOTIVO
               GO TO 3400-CRITICAR-PRODUTOS-EXIT
           END-IF.

           IF PRP-PIX-CHAVE = SPACES
               MOVE "CHAVE PIX NAO INFORMADA" TO WRK-MOTIVO
               GO TO 3400-CRITICAR-PRODUTOS-EXIT
           END-IF.

           IF PRP-PIX-TIPO = "C"
               AND PRP-PIX-CHAVE (1:11) NOT = PRP-CPF
               MOVE "CHAVE PIX CPF DIFERENTE DO CLIENTE" TO WRK-MOTIVO
           END-IF.
       3400-CRITICAR-PRODUTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CHECKLIST POR TIPO DE CLIENTE E PRODUTO: PF ENTREGA         *
      *>   IDENTIDADE E COMPROVANTE DE ENDERECO (MENOR, TAMBEM O TERMO *
      *>   DO REPRESENTANTE LEGAL); PJ ENTREGA CONTRATO SOCIAL,        *
      *>   IDENTIDADE DO REPRESENTANTE E COMPROVANTE DE ENDERECO. O    *
      *>   CARTAO PEDE COMPROVANTE DE RENDA E O TALAO A FICHA DE       *
      *>   ASSINATURA. A APROVACAO PEP ENTRA NA TRIAGEM                *
      *----------------------------------------------------------------*
       3500-MONTAR-CHECKLIST.
      *----------------------------------------------------------------*
           MOVE ZEROS TO PROP_QTDE_DOCS.

           IF PROP-PESSOA-JURIDICA
               MOVE "CS" TO WRK-DOC-NOVO
               PERFORM 3550-INCLUIR-DOCUMENTO
                   THRU 3550-INCLUIR-DOCUMENTO-EXIT
               MOVE "RE" TO WRK-DOC-NOVO
               PERFORM 3550-INCLUIR-DOCUMENTO
                   THRU 3550-INCLUIR-DOCUMENTO-EXIT
           ELSE
               MOVE "ID" TO WRK-DOC-NOVO
               PERFORM 3550-INCLUIR-DOCUMENTO
                   THRU 3550-INCLUIR-DOCUMENTO-EXIT
               CALL "IDADE-APURA" USING PROP_DATANASC WRK-DATA-HOJE
                   WRK-IDADE
               IF WRK-IDADE < WRK-MAIORIDADE
                   MOVE "RL" TO WRK-DOC-NOVO
                   PERFORM 3550-INCLUIR-DOCUMENTO
                       THRU 3550-INCLUIR-DOCUMENTO-EXIT
               END-IF
           END-IF.

           MOVE "CR" TO WRK-DOC-NOVO.
           PERFORM 3550-INCLUIR-DOCUMENTO
               THRU 3550-INCLUIR-DOCUMENTO-EXIT.

           IF PROP-PEDE-CARTAO
               MOVE "RD" TO WRK-DOC-NOVO
               PERFORM 3550-INCLUIR-DOCUMENTO
                   THRU 3550-INCLUIR-DOCUMENTO-EXIT
           END-IF.

           IF PROP_FOLHAS > ZEROS
               MOVE "FA" TO WRK-DOC-NOVO
               PERFORM 3550-INCLUIR-DOCUMENTO
                   THRU 3550-INCLUIR-DOCUMENTO-EXIT
           END-IF.
       3500-MONTAR-CHECKLIST-EXIT.
           EXIT.

       3550-INCLUIR-DOCUMENTO.
           IF PROP_QTDE_DOCS NOT < 8
               GO TO 3550-INCLUIR-DOCUMENTO-EXIT
           END-IF.
           ADD 1 TO PROP_QTDE_DOCS.
           MOVE PROP_QTDE_DOCS TO WRK-DOC-IDX.
           MOVE WRK-DOC-NOVO   TO PROP_DOC_CODIGO (WRK-DOC-IDX).
           MOVE "N"            TO PROP_DOC_RECEBIDO (WRK-DOC-IDX).
           MOVE ZEROS          TO PROP_DOC_DATA (WRK-DOC-IDX).
           MOVE SPACES         TO PROP_DOC_OPERADOR (WRK-DOC-IDX).
       3550-INCLUIR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DOCUMENTO ENTREGUE: SO DO CHECKLIST DA PROPOSTA E SO UMA    *
      *>   VEZ. A APROVACAO PEP (AP) E DO COMPLIANCE, NAO DA AGENCIA   *
      *----------------------------------------------------------------*
       4000-RECEBER-DOCUMENTO.
      *----------------------------------------------------------------*
           MOVE PRP-NUMERO TO PROP_NUMERO.
           READ PROPOSTA-FILE
               INVALID KEY
                   MOVE "PROPOSTA NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 4000-RECEBER-DOCUMENTO-EXIT
           END-READ.
           MOVE PROP_CPF TO PRP-CPF.

           IF NOT PROP-AGUARDANDO
               MOVE "PROPOSTA NAO ESTA AGUARDANDO" TO WRK-MOTIVO
               GO TO 4000-RECEBER-DOCUMENTO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-DOC-ACHADO.
           PERFORM 4100-PROCURAR-DOCUMENTO
               THRU 4100-PROCURAR-DOCUMENTO-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > PROP_QTDE_DOCS
                  OR WRK-DOC-ACHADO > ZEROS.
           IF WRK-DOC-ACHADO = ZEROS
               MOVE "DOCUMENTO FORA DO CHECKLIST" TO WRK-MOTIVO
               GO TO 4000-RECEBER-DOCUMENTO-EXIT
           END-IF.

           IF PROP-DOC-RECEBIDO (WRK-DOC-ACHADO)
               MOVE "DOCUMENTO JA RECEBIDO" TO WRK-MOTIVO
               GO TO 4000-RECEBER-DOCUMENTO-EXIT
           END-IF.

           IF PRP-DOCUMENTO = "AP"
               MOVE "PROPOSTA-PEP" TO WRK-AUT-FUNCAO
               CALL "AUTORIZA-CHECK" USING PRP-OPERADOR
                   WRK-AUT-FUNCAO WRK-AUT-RESULTADO
               IF AUT-RECUSADO
                   MOVE "APROVACAO PEP SO PELO COMPLIANCE"
                       TO WRK-MOTIVO
                   GO TO 4000-RECEBER-DOCUMENTO-EXIT
               END-IF
           END-IF.

           MOVE "S"           TO PROP_DOC_RECEBIDO (WRK-DOC-ACHADO).
           MOVE WRK-DATA-HOJE TO PROP_DOC_DATA (WRK-DOC-ACHADO).
           MOVE PRP-OPERADOR  TO PROP_DOC_OPERADOR (WRK-DOC-ACHADO).
           REWRITE PROPOSTA-REG
               INVALID KEY
                   MOVE "FALHA NA GRAVACAO DE PROPMST" TO WRK-MOTIVO
                   GO TO 4000-RECEBER-DOCUMENTO-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-DOCUMENTOS.
           MOVE SPACES TO WRK-AUDIT-CAMPO.
           STRING "PROP_DOC_" PRP-DOCUMENTO
               DELIMITED BY SIZE INTO WRK-AUDIT-CAMPO.
           MOVE "N" TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "S" TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.

           PERFORM 7100-LISTAR-PENDENTES
               THRU 7100-LISTAR-PENDENTES-EXIT.
           IF WRK-QTDE-FALTAM = ZEROS
               STRING "DOCUMENTO " PRP-DOCUMENTO
                   " RECEBIDO - CHECKLIST COMPLETO"
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           ELSE
               STRING "DOCUMENTO " PRP-DOCUMENTO
                   " RECEBIDO - FALTAM: " WRK-LISTA-DOCS
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           END-IF.
       4000-RECEBER-DOCUMENTO-EXIT.
           EXIT.

       4100-PROCURAR-DOCUMENTO.
           IF PROP_DOC_CODIGO (WRK-DOC-IDX) = PRP-DOCUMENTO
               MOVE WRK-DOC-IDX TO WRK-DOC-ACHADO
           END-IF.
       4100-PROCURAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CANCELAMENTO PELA AGENCIA (DESISTENCIA DO CLIENTE, DADO     *
      *>   ERRADO A RECAPTAR): SO PROPOSTA AINDA AGUARDANDO            *
      *----------------------------------------------------------------*
       5000-CANCELAR.
      *----------------------------------------------------------------*
           MOVE PRP-NUMERO TO PROP_NUMERO.
           READ PROPOSTA-FILE
               INVALID KEY
                   MOVE "PROPOSTA NAO ENCONTRADA" TO WRK-MOTIVO
                   GO TO 5000-CANCELAR-EXIT
           END-READ.
           MOVE PROP_CPF TO PRP-CPF.

           IF NOT PROP-AGUARDANDO
               MOVE "PROPOSTA NAO ESTA AGUARDANDO" TO WRK-MOTIVO
               GO TO 5000-CANCELAR-EXIT
           END-IF.

           MOVE "PROP_SITUACAO" TO WRK-AUDIT-CAMPO.
           MOVE PROP_SITUACAO   TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "C"             TO WRK-AUDIT-VALOR-NOVO.
           SET PROP-CANCELADA TO TRUE.
           MOVE WRK-DATA-HOJE TO PROP_DATA_SITUACAO.
           IF PRP-MOTIVO = SPACES
               MOVE "CANCELADA PELA AGENCIA" TO PROP_MOTIVO
           ELSE
               MOVE PRP-MOTIVO TO PROP_MOTIVO
           END-IF.
           MOVE PRP-OPERADOR TO PROP_OPERADOR.
           REWRITE PROPOSTA-REG
               INVALID KEY
                   MOVE "FALHA NA GRAVACAO DE PROPMST" TO WRK-MOTIVO
                   GO TO 5000-CANCELAR-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-CANCELADAS.
           MOVE "CANCELADA" TO WRK-RESULTADO.
           PERFORM 7000-AUDITAR THRU 7000-AUDITAR-EXIT.
       5000-CANCELAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE PROP_CPF TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING PRP-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       7000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CODIGOS DOS DOCUMENTOS AINDA PENDENTES, PARA O RELATORIO    *
      *----------------------------------------------------------------*
       7100-LISTAR-PENDENTES.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO WRK-QTDE-FALTAM.
           MOVE SPACES TO WRK-LISTA-DOCS.
           MOVE 1      TO WRK-LISTA-PONTEIRO.
           PERFORM 7150-EXAMINAR-DOCUMENTO
               THRU 7150-EXAMINAR-DOCUMENTO-EXIT
               VARYING WRK-DOC-IDX FROM 1 BY 1
               UNTIL WRK-DOC-IDX > PROP_QTDE_DOCS.
       7100-LISTAR-PENDENTES-EXIT.
           EXIT.

       7150-EXAMINAR-DOCUMENTO.
           IF PROP-DOC-RECEBIDO (WRK-DOC-IDX)
               GO TO 7150-EXAMINAR-DOCUMENTO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FALTAM.
           STRING PROP_DOC_CODIGO (WRK-DOC-IDX) " "
               DELIMITED BY SIZE INTO WRK-LISTA-DOCS
               WITH POINTER WRK-LISTA-PONTEIRO.
       7150-EXAMINAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           CLOSE PROPOSTA-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE CONTA-FILE.
           CLOSE RELATORIO-FILE.

           IF WRK-QTDE-RECUSADOS > ZEROS
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== PROPOSTAS DE ABERTURA =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-LIDOS.
           DISPLAY "PROPOSTAS ABERTAS....: " WRK-QTDE-ABERTAS.
           DISPLAY "DOCUMENTOS RECEBIDOS.: " WRK-QTDE-DOCUMENTOS.
           DISPLAY "PROPOSTAS CANCELADAS.: " WRK-QTDE-CANCELADAS.
           DISPLAY "PEDIDOS RECUSADOS....: " WRK-QTDE-RECUSADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
