      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. LGPD-DOSSIE.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : DOSSIE DO TITULAR (LGPD, PEDIDO DE ACESSO AOS  <*
      *>                DADOS PESSOAIS): PARA CADA PEDIDO DO ARQUIVO  <*
      *>                LGPDDOSPED (CPF + OPERADOR) SAI NO RELATORIO  <*
      *>                LGPDDOSSIE TUDO O QUE A CASA GUARDA DA PESSOA <*
      *>                - DADOS CADASTRAIS DE CLIMAST SEM MASCARA (O  <*
      *>                DOSSIE E DO PROPRIO TITULAR), CONTAS PELO     <*
      *>                VINCULO CONTATIT E A CADEIA SOCIETARIA DO     <*
      *>                REGISTRO DE BENEFICIARIO FINAL (UBOMST), COM  <*
      *>                O CPF DE TERCEIROS MASCARADO. O OPERADOR      <*
      *>                PRECISA DE PERMISSAO NO PERFIL (AUTORIZA-     <*
      *>                CHECK.COB) E TODA EMISSAO E AUDITADA (CAMPO   <*
      *>                LGPD_DOSSIE). REGISTROS DE PREVENCAO A        <*
      *>                LAVAGEM (PEP, LISTA RESTRITIVA) SAO SIGILOSOS <*
      *>                E NAO ENTRAM NO DOSSIE                        <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  NOVA SECAO CONSENTIMENTOS COM O HISTORICO <*
      *>                    COMPLETO DE CONCESSOES E REVOGACOES DO    <*
      *>                    TITULAR NO CONSENTMST (FINALIDADE, DATAS, <*
      *>                    CANAL E DOCUMENTO)                        <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT PEDIDO-FILE         ASSIGN TO "LGPDDOSPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

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

           SELECT UBO-FILE            ASSIGN TO "UBOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS UBO-CHAVE
               ALTERNATE RECORD KEY IS UBO_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-UBO.

           SELECT CONSENT-FILE        ASSIGN TO "CONSENTMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS CNS-CHAVE
               FILE STATUS        IS WRK-STATUS-CNS.

           SELECT DOSSIE-FILE         ASSIGN TO "LGPDDOSSIE"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DOS.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 DOS-CPF             PIC X(11).
           02 DOS-OPERADOR        PIC X(08).

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  UBO-FILE.
           COPY UBO-REG.

       FD  CONSENT-FILE.
           COPY CONSENT-REG.

       FD  DOSSIE-FILE.
       01  DOSSIE-LINHA           PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-UBO         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DOS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CNS         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-FIM-TIT            PIC X(01) VALUE "N".
           88 FIM-TIT                 VALUE "S".
       77  WRK-FIM-UBO            PIC X(01) VALUE "N".
           88 FIM-UBO                 VALUE "S".
       77  WRK-SEM-UBO            PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-UBO         VALUE "S".
       77  WRK-FIM-CNS            PIC X(01) VALUE "N".
           88 FIM-CNS                 VALUE "S".
       77  WRK-SEM-CNS            PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-CNS         VALUE "S".
       77  WRK-QTDE-EVENTOS-CNS   PIC 9(05) VALUE ZEROS.

       77  WRK-QTDE-PEDIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-EMITIDOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-NAO-ACHADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SEM-PERMISSAO PIC 9(05) VALUE ZEROS.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-MASCARADO      PIC X(14) VALUE SPACES.

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.
       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "LGPD-DOSSIE".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       01  WRK-LINHA-CAMPO.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 WRK-L-ROTULO         PIC X(20).
           02 WRK-L-VALOR          PIC X(76).

       01  WRK-LINHA-CONTA.
           02 FILLER               PIC X(10) VALUE "    CONTA ".
           02 WRK-C-CONTA          PIC 9(08).
           02 FILLER               PIC X(11) VALUE " TITULAR ".
           02 WRK-C-TIPO           PIC X(09).
           02 FILLER               PIC X(07) VALUE " SALDO ".
           02 WRK-C-SALDO          PIC -(10)9.99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-C-MOEDA          PIC X(03).
           02 FILLER               PIC X(08) VALUE " STATUS ".
           02 WRK-C-STATUS         PIC X(01).

       01  WRK-LINHA-SOCIO.
           02 WRK-S-ROTULO         PIC X(19).
           02 WRK-S-DOCUMENTO      PIC X(14).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-NOME           PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-PERCENTUAL     PIC ZZ9.99.
           02 FILLER               PIC X(02) VALUE "% ".
           02 WRK-S-TIPO           PIC X(08).
           02 WRK-S-VIA-ROTULO     PIC X(05).
           02 WRK-S-VIA            PIC X(14).

       01  WRK-LINHA-CONSENT.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 WRK-N-FINALIDADE     PIC X(20).
           02 WRK-N-EVENTO         PIC X(10).
           02 WRK-N-CONCESSAO      PIC X(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-N-REVOGACAO      PIC X(10).
           02 FILLER               PIC X(07) VALUE " CANAL ".
           02 WRK-N-CANAL          PIC X(11).
           02 FILLER               PIC X(05) VALUE " DOC ".
           02 WRK-N-DOCUMENTO      PIC X(20).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PEDIDO
               THRU 2000-PROCESSAR-PEDIDO-EXIT
               UNTIL FIM-PED.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS LGPDDOSPED AUSENTE"
               SET FIM-PED TO TRUE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           OPEN INPUT CONTA-FILE.
           OPEN OUTPUT DOSSIE-FILE.

           OPEN INPUT UBO-FILE.
           IF WRK-STATUS-UBO NOT = "00"
               SET SEM-ARQUIVO-UBO TO TRUE
           END-IF.

           OPEN INPUT CONSENT-FILE.
           IF WRK-STATUS-CNS NOT = "00"
               SET SEM-ARQUIVO-CNS TO TRUE
           END-IF.

           IF NOT FIM-PED
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-PEDIDOS.

           CALL "AUTORIZA-CHECK" USING DOS-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               ADD 1 TO WRK-QTDE-SEM-PERMISSAO
               DISPLAY "OPERADOR SEM PERMISSAO PARA DOSSIE LGPD: "
                   DOS-OPERADOR
               GO TO 2000-PROCESSAR-PEDIDO-LER
           END-IF.

           PERFORM 3000-MONTAR-DOSSIE THRU 3000-MONTAR-DOSSIE-EXIT.

       2000-PROCESSAR-PEDIDO-LER.
           PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT.
       2000-PROCESSAR-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-PEDIDO.
      *----------------------------------------------------------------*
           READ PEDIDO-FILE.
           IF WRK-STATUS-PED = "10"
               SET FIM-PED TO TRUE
           END-IF.
       2100-LER-PEDIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-MONTAR-DOSSIE.
      *----------------------------------------------------------------*
           MOVE DOS-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-NAO-ACHADOS
                   MOVE SPACES TO DOSSIE-LINHA
                   STRING "TITULAR NAO CADASTRADO: " DOS-CPF
                       DELIMITED BY SIZE INTO DOSSIE-LINHA
                   WRITE DOSSIE-LINHA
                   MOVE SPACES TO DOSSIE-LINHA
                   WRITE DOSSIE-LINHA
                   GO TO 3000-MONTAR-DOSSIE-EXIT
           END-READ.

           ADD 1 TO WRK-QTDE-EMITIDOS.

           MOVE SPACES TO DOSSIE-LINHA.
           STRING "DOSSIE DO TITULAR - LGPD - EMITIDO EM "
               WRK-DATA-HOJE (7:2) "/" WRK-DATA-HOJE (5:2) "/"
               WRK-DATA-HOJE (1:4)
               DELIMITED BY SIZE INTO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.

           PERFORM 4000-DADOS-CADASTRAIS
               THRU 4000-DADOS-CADASTRAIS-EXIT.
           PERFORM 5000-LISTAR-CONTAS THRU 5000-LISTAR-CONTAS-EXIT.
           PERFORM 6000-CADEIA-SOCIETARIA
               THRU 6000-CADEIA-SOCIETARIA-EXIT.
           PERFORM 7000-CONSENTIMENTOS THRU 7000-CONSENTIMENTOS-EXIT.

           MOVE SPACES TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.

           MOVE "LGPD_DOSSIE"    TO WRK-AUDIT-CAMPO.
           MOVE SPACES           TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "EMITIDO"        TO WRK-AUDIT-VALOR-NOVO.
           MOVE DOS-CPF          TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING DOS-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       3000-MONTAR-DOSSIE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-DADOS-CADASTRAIS.
      *----------------------------------------------------------------*
           MOVE "  DADOS CADASTRAIS" TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.

           MOVE "CPF"            TO WRK-L-ROTULO.
           MOVE CLIENTE_CPF      TO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           MOVE "NOME"           TO WRK-L-ROTULO.
           MOVE CLIENTE_NOME     TO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           MOVE "RG"             TO WRK-L-ROTULO.
           MOVE SPACES           TO WRK-L-VALOR.
           STRING CLIENTE_RG_NUMERO "-" CLIENTE_RG_DV " "
               CLIENTE_RG_UF
               DELIMITED BY SIZE INTO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           MOVE "ENDERECO"       TO WRK-L-ROTULO.
           MOVE SPACES           TO WRK-L-VALOR.
           STRING CLIENTE_END_LOGRADOURO " " CLIENTE_END_NUMERO
               DELIMITED BY SIZE INTO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           MOVE SPACES           TO WRK-L-ROTULO.
           MOVE SPACES           TO WRK-L-VALOR.
           STRING CLIENTE_END_BAIRRO " " CLIENTE_END_CIDADE " "
               CLIENTE_END_UF " CEP " CLIENTE_END_CEP
               DELIMITED BY SIZE INTO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           MOVE "NASCIMENTO"     TO WRK-L-ROTULO.
           MOVE SPACES           TO WRK-L-VALOR.
           STRING DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           MOVE "GENERO"         TO WRK-L-ROTULO.
           MOVE CLIENTE_GENERO   TO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           MOVE "ESTADO CIVIL"   TO WRK-L-ROTULO.
           MOVE CLIENTE_ESTADO_CIVIL TO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.

           IF CLIENTE-PESSOA-JURIDICA
               MOVE "CNPJ"       TO WRK-L-ROTULO
               MOVE CLIENTE_CNPJ TO WRK-L-VALOR
               PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT
           END-IF.

           MOVE "SITUACAO"       TO WRK-L-ROTULO.
           MOVE CLIENTE_STATUS   TO WRK-L-VALOR.
           PERFORM 8000-GRAVAR-CAMPO THRU 8000-GRAVAR-CAMPO-EXIT.
       4000-DADOS-CADASTRAIS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-LISTAR-CONTAS.
      *----------------------------------------------------------------*
           MOVE "  CONTAS" TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.

           MOVE "N" TO WRK-FIM-TIT.
           OPEN INPUT TITULAR-FILE.
           IF WRK-STATUS-TIT NOT = "00"
               SET FIM-TIT TO TRUE
               GO TO 5000-LISTAR-CONTAS-FECHAR
           END-IF.

           PERFORM 5100-LER-TITULAR THRU 5100-LER-TITULAR-EXIT.
           PERFORM 5200-CRITICAR-TITULAR
               THRU 5200-CRITICAR-TITULAR-EXIT
               UNTIL FIM-TIT.

       5000-LISTAR-CONTAS-FECHAR.
           CLOSE TITULAR-FILE.
       5000-LISTAR-CONTAS-EXIT.
           EXIT.

       5100-LER-TITULAR.
           READ TITULAR-FILE NEXT RECORD.
           IF WRK-STATUS-TIT = "10"
               SET FIM-TIT TO TRUE
           END-IF.
       5100-LER-TITULAR-EXIT.
           EXIT.

       5200-CRITICAR-TITULAR.
           IF TIT_CPF = DOS-CPF
               PERFORM 5300-IMPRIMIR-CONTA
                   THRU 5300-IMPRIMIR-CONTA-EXIT
           END-IF.
           PERFORM 5100-LER-TITULAR THRU 5100-LER-TITULAR-EXIT.
       5200-CRITICAR-TITULAR-EXIT.
           EXIT.

       5300-IMPRIMIR-CONTA.
           MOVE TIT_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 5300-IMPRIMIR-CONTA-EXIT
           END-READ.

           MOVE CONTA_NUMERO TO WRK-C-CONTA.
           IF TIT-PRINCIPAL
               MOVE "PRINCIPAL" TO WRK-C-TIPO
           ELSE
               MOVE "CONJUNTO"  TO WRK-C-TIPO
           END-IF.
           MOVE CONTA_SALDO  TO WRK-C-SALDO.
           MOVE CONTA_MOEDA  TO WRK-C-MOEDA.
           MOVE CONTA_STATUS TO WRK-C-STATUS.
           MOVE WRK-LINHA-CONTA TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.
       5300-IMPRIMIR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EMPRESA LISTA OS BENEFICIARIOS FINAIS ATIVOS (CPF DE        *
      *>   TERCEIRO MASCARADO); PESSOA FISICA LISTA AS EMPRESAS EM QUE *
      *>   E BENEFICIARIA, COM A EMPRESA INTERMEDIARIA DA CADEIA       *
      *----------------------------------------------------------------*
       6000-CADEIA-SOCIETARIA.
      *----------------------------------------------------------------*
           IF SEM-ARQUIVO-UBO
               GO TO 6000-CADEIA-SOCIETARIA-EXIT
           END-IF.

           MOVE "  CADEIA SOCIETARIA" TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.

           MOVE "N" TO WRK-FIM-UBO.

           IF CLIENTE-PESSOA-JURIDICA
               IF CLIENTE_CNPJ = SPACES
                   GO TO 6000-CADEIA-SOCIETARIA-EXIT
               END-IF
               MOVE CLIENTE_CNPJ TO UBO_CNPJ
               MOVE LOW-VALUES   TO UBO_CPF
               START UBO-FILE
                   KEY IS NOT LESS THAN UBO-CHAVE
                   INVALID KEY
                       SET FIM-UBO TO TRUE
               END-START
           ELSE
               MOVE DOS-CPF TO UBO_CPF
               START UBO-FILE
                   KEY IS EQUAL TO UBO_CPF
                   INVALID KEY
                       SET FIM-UBO TO TRUE
               END-START
           END-IF.

           PERFORM 6100-VARRER-UBO THRU 6100-VARRER-UBO-EXIT
               UNTIL FIM-UBO.
       6000-CADEIA-SOCIETARIA-EXIT.
           EXIT.

       6100-VARRER-UBO.
           READ UBO-FILE NEXT RECORD
               AT END
                   SET FIM-UBO TO TRUE
                   GO TO 6100-VARRER-UBO-EXIT
           END-READ.

           IF CLIENTE-PESSOA-JURIDICA
               IF UBO_CNPJ NOT = CLIENTE_CNPJ
                   SET FIM-UBO TO TRUE
                   GO TO 6100-VARRER-UBO-EXIT
               END-IF
           ELSE
               IF UBO_CPF NOT = DOS-CPF
                   SET FIM-UBO TO TRUE
                   GO TO 6100-VARRER-UBO-EXIT
               END-IF
           END-IF.

           IF NOT UBO-ATIVO
               GO TO 6100-VARRER-UBO-EXIT
           END-IF.

           MOVE SPACES TO WRK-LINHA-SOCIO.
           IF CLIENTE-PESSOA-JURIDICA
               MOVE "    SOCIO UBO CPF " TO WRK-S-ROTULO
               CALL "CPF-MASCARA" USING UBO_CPF WRK-CPF-MASCARADO
               MOVE WRK-CPF-MASCARADO TO WRK-S-DOCUMENTO
               MOVE UBO_NOME          TO WRK-S-NOME
           ELSE
               MOVE "    PARTICIPA CNPJ " TO WRK-S-ROTULO
               MOVE UBO_CNPJ          TO WRK-S-DOCUMENTO
           END-IF.
           MOVE UBO_PERCENTUAL TO WRK-S-PERCENTUAL.
           EVALUATE TRUE
               WHEN UBO-DIRETO   MOVE "DIRETO"   TO WRK-S-TIPO
               WHEN UBO-INDIRETO MOVE "INDIRETO" TO WRK-S-TIPO
               WHEN UBO-GESTAO   MOVE "GESTAO"   TO WRK-S-TIPO
           END-EVALUATE.
           IF UBO-INDIRETO
               MOVE " VIA "      TO WRK-S-VIA-ROTULO
               MOVE UBO_CNPJ_VIA TO WRK-S-VIA
           END-IF.
           MOVE WRK-LINHA-SOCIO TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.
       6100-VARRER-UBO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   HISTORICO COMPLETO DE CONCESSOES E REVOGACOES DO TITULAR,   *
      *>   POR FINALIDADE E NA ORDEM EM QUE FORAM REGISTRADAS          *
      *----------------------------------------------------------------*
       7000-CONSENTIMENTOS.
      *----------------------------------------------------------------*
           MOVE "  CONSENTIMENTOS" TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.

           MOVE ZEROS TO WRK-QTDE-EVENTOS-CNS.
           MOVE "N"   TO WRK-FIM-CNS.
           IF SEM-ARQUIVO-CNS
               SET FIM-CNS TO TRUE
           ELSE
               MOVE DOS-CPF    TO CNS_CPF
               MOVE LOW-VALUES TO CNS_FINALIDADE
               MOVE ZEROS      TO CNS_SEQUENCIA
               START CONSENT-FILE KEY NOT < CNS-CHAVE
                   INVALID KEY
                       SET FIM-CNS TO TRUE
               END-START
           END-IF.

           PERFORM 7100-LER-CONSENT THRU 7100-LER-CONSENT-EXIT
               UNTIL FIM-CNS.

           IF WRK-QTDE-EVENTOS-CNS = ZEROS
               MOVE "    NENHUM CONSENTIMENTO REGISTRADO"
                   TO DOSSIE-LINHA
               WRITE DOSSIE-LINHA
           END-IF.
       7000-CONSENTIMENTOS-EXIT.
           EXIT.

       7100-LER-CONSENT.
           READ CONSENT-FILE NEXT RECORD.
           IF WRK-STATUS-CNS NOT = "00"
               OR CNS_CPF NOT = DOS-CPF
               SET FIM-CNS TO TRUE
               GO TO 7100-LER-CONSENT-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-EVENTOS-CNS.

           EVALUATE TRUE
               WHEN CNS-FIN-EMAIL
                   MOVE "MARKETING E-MAIL"  TO WRK-N-FINALIDADE
               WHEN CNS-FIN-SMS
                   MOVE "MARKETING SMS"     TO WRK-N-FINALIDADE
               WHEN CNS-FIN-CORREIO
                   MOVE "MARKETING CORREIO" TO WRK-N-FINALIDADE
               WHEN CNS-FIN-PARCEIROS
                   MOVE "PARCEIROS"         TO WRK-N-FINALIDADE
               WHEN OTHER
                   MOVE CNS_FINALIDADE      TO WRK-N-FINALIDADE
           END-EVALUATE.

           IF CNS-CONCESSAO
               MOVE "CONCESSAO" TO WRK-N-EVENTO
           ELSE
               MOVE "REVOGACAO" TO WRK-N-EVENTO
           END-IF.

           MOVE SPACES TO WRK-N-CONCESSAO.
           STRING CNS_DATA_CONCESSAO (7:2) "/"
               CNS_DATA_CONCESSAO (5:2) "/" CNS_DATA_CONCESSAO (1:4)
               DELIMITED BY SIZE INTO WRK-N-CONCESSAO.
           MOVE SPACES TO WRK-N-REVOGACAO.
           IF CNS_DATA_REVOGACAO NOT = ZEROS
               STRING CNS_DATA_REVOGACAO (7:2) "/"
                   CNS_DATA_REVOGACAO (5:2) "/"
                   CNS_DATA_REVOGACAO (1:4)
                   DELIMITED BY SIZE INTO WRK-N-REVOGACAO
           END-IF.

           EVALUATE TRUE
               WHEN CNS-CANAL-AGENCIA
                   MOVE "AGENCIA"    TO WRK-N-CANAL
               WHEN CNS-CANAL-INTERNET
                   MOVE "INTERNET"   TO WRK-N-CANAL
               WHEN CNS-CANAL-APLICATIVO
                   MOVE "APLICATIVO" TO WRK-N-CANAL
               WHEN CNS-CANAL-TELEFONE
                   MOVE "TELEFONE"   TO WRK-N-CANAL
               WHEN CNS-CANAL-FORMULARIO
                   MOVE "FORMULARIO" TO WRK-N-CANAL
               WHEN OTHER
                   MOVE CNS_CANAL    TO WRK-N-CANAL
           END-EVALUATE.
           MOVE CNS_DOCUMENTO TO WRK-N-DOCUMENTO.

           MOVE WRK-LINHA-CONSENT TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.
       7100-LER-CONSENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-GRAVAR-CAMPO.
      *----------------------------------------------------------------*
           MOVE WRK-LINHA-CAMPO TO DOSSIE-LINHA.
           WRITE DOSSIE-LINHA.
       8000-GRAVAR-CAMPO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE CONTA-FILE.
           CLOSE DOSSIE-FILE.
           IF NOT SEM-ARQUIVO-UBO
               CLOSE UBO-FILE
           END-IF.
           IF NOT SEM-ARQUIVO-CNS
               CLOSE CONSENT-FILE
           END-IF.

           DISPLAY "===== DOSSIE DO TITULAR LGPD =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-PEDIDOS.
           DISPLAY "DOSSIES EMITIDOS.....: " WRK-QTDE-EMITIDOS.
           DISPLAY "NAO CADASTRADOS......: " WRK-QTDE-NAO-ACHADOS.
           DISPLAY "SEM PERMISSAO........: " WRK-QTDE-SEM-PERMISSAO.
       9000-FINALIZAR-EXIT.
           EXIT.
