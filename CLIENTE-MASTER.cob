      *>                    CARIMBADA EM CLIENTE_SITRFB NA INCLUSAO.   <*
      *>                    SEM REGISTRO RFBMST (AINDA SEM CARGA) A    <*
      *>                    INCLUSAO SEGUE COMO ANTES                  <*
      *>   15/10/2026  GGS  O NOME DE CADA CLIENTE INCLUIDO E TRIADO   <*
      *>                    CONTRA A LISTA INTERNACIONAL DE SANCOES    <*
      *>                    (SANCAO-TRIAGEM.COB): SUSPEITA VAI PARA A  <*
      *>                    FILA DE REVISAO SANCFILA E OCORRENCIA JA   <*
      *>                    CONFIRMADA PELO COMPLIANCE BLOQUEIA O      <*
      *>                    CLIENTE NA HORA                            <*
      *>   15/10/2026  GGS  CLIENTE INCLUIDO ENTRA NA AGENDA DE        <*
      *>                    RECADASTRAMENTO KYCMST E A NOVA FUNCAO R   <*
      *>                    (REVISAO CADASTRAL) APLICA OS DADOS        <*
      *>                    RECONFIRMADOS COMO UMA ALTERACAO, ENCERRA  <*
      *>                    A REVISAO E FIXA O PROXIMO VENCIMENTO      <*
      *>                    PELA CLASSE DE RISCO                       <*
      *>   15/10/2026  GGS  A TROCA DE ENDERECO NA ALTERACAO PASSA A   <*
      *>                    SER AUDITADA (CAMPO CLI_ENDERECO) E O      <*
      *>                    ENDERECO COMPLETO QUE VALIA ANTES E        <*
      *>                    GUARDADO EM CLIENDANT, PARA                <*
      *>                    TRANSACAO-TOMADA.COB LIGAR A TROCA A       <*
      *>                    DEBITOS GRANDES E AVISAR O CLIENTE NOS     <*
      *>                    DOIS ENDERECOS                             <*
      *>   15/10/2026  GGS  CLIENTE INCLUIDO JA NASCE COM O MARCADOR   <*
      *>                    DO LAYOUT ATUAL (CLIENTE-LAYOUT-ATUAL)     <*
      ******************************************************************

      *================================================================*
               RECORD KEY         IS RFB_CPF
               FILE STATUS        IS WRK-STATUS-RFB.

           SELECT KYC-FILE            ASSIGN TO "KYCMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS KYC_CPF
               FILE STATUS        IS WRK-STATUS-KYC.

           SELECT ENDANT-FILE         ASSIGN TO "CLIENDANT"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS ENDA_CPF
               FILE STATUS        IS WRK-STATUS-ENDA.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  RFB-FILE.
           COPY RFB-REG.

       FD  KYC-FILE.
           COPY KYC-REG.

       FD  ENDANT-FILE.
           COPY ENDANT-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-MANUT       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXCL        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RFB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-KYC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ENDA        PIC X(02) VALUE SPACES.
       77  WRK-RFB-DISPONIVEL     PIC X(01) VALUE "N".
           88 RFB-DISPONIVEL          VALUE "S".
       77  WRK-SITRFB-ACHADA      PIC X(01) VALUE SPACE.
       77  WRK-QTDE-ALTERADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-EXCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REVISADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTERADOS-ANT PIC 9(07) VALUE ZEROS.
       77  WRK-KYC-EXISTE         PIC X(01) VALUE "N".
           88 KYC-EXISTE              VALUE "S".
       77  WRK-KYC-PROXIMA-ANT    PIC 9(08) VALUE ZEROS.

       77  WRK-CPF-VALIDO          PIC X(01) VALUE "N".
           88 CPF-EH-VALIDO            VALUE "S".
       77  WRK-DOB-ANO             PIC 9(04) VALUE ZEROS.

       77  WRK-STATUS-CLIENTE-ANT  PIC X(01) VALUE SPACE.
       01  WRK-ENDERECO-ANT        PIC X(86) VALUE SPACES.

       77  WRK-OPERADOR            PIC X(08) VALUE "BATCH".
       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

       77  WRK-SAN-CLIENTE         PIC X(11) VALUE SPACES.
       77  WRK-SAN-ORIGEM          PIC X(01) VALUE SPACE.
       77  WRK-SAN-DOCUMENTO       PIC X(14) VALUE SPACES.
       77  WRK-SAN-NOME            PIC X(40) VALUE SPACES.
       77  WRK-SAN-RESULTADO       PIC X(01) VALUE SPACE.
           88 SAN-SUSPEITA             VALUE "S".
           88 SAN-CONFIRMADA           VALUE "C".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O   CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER = "35"
               CLOSE CLIENTE-MASTER-FILE
               SET RFB-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O KYC-FILE.
           IF WRK-STATUS-KYC = "35"
               CLOSE KYC-FILE
               OPEN OUTPUT KYC-FILE
               CLOSE KYC-FILE
               OPEN I-O KYC-FILE
           END-IF.

           OPEN I-O ENDANT-FILE.
           IF WRK-STATUS-ENDA = "35"
               CLOSE ENDANT-FILE
               OPEN OUTPUT ENDANT-FILE
               CLOSE ENDANT-FILE
               OPEN I-O ENDANT-FILE
           END-IF.

           OPEN INPUT MANUT-FILE.
           PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT.
       1000-INICIALIZAR-EXIT.
               WHEN MANUT-INQUIRY
                   PERFORM 6000-CONSULTAR-CLIENTE
                       THRU 6000-CONSULTAR-CLIENTE-EXIT
               WHEN MANUT-REVISAO
                   PERFORM 4500-REVISAR-CADASTRO
                       THRU 4500-REVISAR-CADASTRO-EXIT
               WHEN OTHER
                   DISPLAY "FUNCAO DE MANUTENCAO INVALIDA: "
                       MANUT-FUNCAO
           MOVE SPACE               TO CLIENTE_RISCO.
           MOVE WRK-SITRFB-ACHADA   TO CLIENTE_SITRFB.
           MOVE SPACE               TO CLIENTE_END_SUSPEITO.
           SET CLIENTE-LAYOUT-ATUAL TO TRUE.

           WRITE CLIENTE.
           IF WRK-STATUS-MASTER = "00"
               CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
                   WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
                   WRK-AUDIT-CHAVE
               PERFORM 3700-TRIAR-SANCAO THRU 3700-TRIAR-SANCAO-EXIT
               PERFORM 3800-AGENDAR-REVISAO
                   THRU 3800-AGENDAR-REVISAO-EXIT
           ELSE
               DISPLAY "ERRO AO INCLUIR CLIENTE CPF " MANUT-CPF
                   " STATUS " WRK-STATUS-MASTER
       3500-CONSULTAR-RFB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   NOME DO CLIENTE RECEM-INCLUIDO TRIADO CONTRA A LISTA DE     *
      *>   SANCOES: SUSPEITA FICA NA FILA DO COMPLIANCE; OCORRENCIA    *
      *>   JA CONFIRMADA PARA ESTE CADASTRO BLOQUEIA NA HORA. SEM A    *
      *>   LISTA CARREGADA A INCLUSAO SEGUE, COMO NA CONSULTA A RFB    *
      *----------------------------------------------------------------*
       3700-TRIAR-SANCAO.
      *----------------------------------------------------------------*
           MOVE CLIENTE_CPF  TO WRK-SAN-CLIENTE.
           MOVE "C"          TO WRK-SAN-ORIGEM.
           IF CLIENTE_TIPO = CONST_PESSOA_JURIDICA
               MOVE CLIENTE_CNPJ TO WRK-SAN-DOCUMENTO
           ELSE
               MOVE CLIENTE_CPF  TO WRK-SAN-DOCUMENTO
           END-IF.
           MOVE CLIENTE_NOME TO WRK-SAN-NOME.
           CALL "SANCAO-TRIAGEM" USING WRK-SAN-CLIENTE WRK-SAN-ORIGEM
               WRK-SAN-DOCUMENTO WRK-SAN-NOME WRK-SAN-RESULTADO.

           EVALUATE TRUE
               WHEN SAN-SUSPEITA
                   DISPLAY "CLIENTE NA FILA DE REVISAO DE SANCOES: "
                       CLIENTE_CPF
               WHEN SAN-CONFIRMADA
                   IF CLIENTE_STATUS NOT = CONST_STATUS_BLOQUEADO
                       MOVE CLIENTE_STATUS TO WRK-AUDIT-VALOR-ANTIGO
                       MOVE CONST_STATUS_BLOQUEADO TO CLIENTE_STATUS
                       REWRITE CLIENTE
                       MOVE CLIENTE_STATUS TO WRK-AUDIT-VALOR-NOVO
                       MOVE "CLIENTE_STATUS" TO WRK-AUDIT-CAMPO
                       MOVE CLIENTE_CPF  TO WRK-AUDIT-CHAVE
                       CALL "AUDIT-LOG" USING WRK-OPERADOR
                           WRK-AUDIT-CAMPO WRK-AUDIT-VALOR-ANTIGO
                           WRK-AUDIT-VALOR-NOVO WRK-AUDIT-CHAVE
                   END-IF
                   DISPLAY "CLIENTE BLOQUEADO POR SANCAO CONFIRMADA: "
                       CLIENTE_CPF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3700-TRIAR-SANCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CLIENTE NOVO ENTRA NA AGENDA DE RECADASTRAMENTO (KYCMST)    *
      *>   COM A PRIMEIRA REVISAO CONTADA DA INCLUSAO, PELO INTERVALO  *
      *>   DA CLASSE DE RISCO (KYC-PRAZO.COB)                          *
      *----------------------------------------------------------------*
       3800-AGENDAR-REVISAO.
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
       3800-AGENDAR-REVISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-ALTERAR-CLIENTE.
      *----------------------------------------------------------------*
           MOVE CLIENTE_CPF         TO WRK-AUDIT-CHAVE.
           MOVE CLIENTE_GENERO      TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE CLIENTE_STATUS      TO WRK-STATUS-CLIENTE-ANT.
           MOVE CLIENTE_ENDERECO    TO WRK-ENDERECO-ANT.

           MOVE MANUT-NOME          TO CLIENTE_NOME.
           MOVE MANUT-RG            TO CLIENTE_RG.
                       WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
                       WRK-AUDIT-CHAVE
               END-IF
               IF CLIENTE_ENDERECO NOT = WRK-ENDERECO-ANT
                   PERFORM 4100-GUARDAR-ENDERECO-ANT
                       THRU 4100-GUARDAR-ENDERECO-ANT-EXIT
               END-IF
           ELSE
               DISPLAY "ERRO AO ALTERAR CLIENTE CPF " MANUT-CPF
                   " STATUS " WRK-STATUS-MASTER
       4000-ALTERAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   TROCA DE ENDERECO E AUDITADA E O ENDERECO QUE VALIA ANTES   *
      *>   FICA EM CLIENDANT, PARA O AVISO DE TRANSACAO-TOMADA.COB     *
      *>   ALCANCAR O CLIENTE TAMBEM ONDE ELE MORAVA                   *
      *----------------------------------------------------------------*
       4100-GUARDAR-ENDERECO-ANT.
      *----------------------------------------------------------------*
           MOVE WRK-ENDERECO-ANT (1:30) TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE CLIENTE_END_LOGRADOURO  TO WRK-AUDIT-VALOR-NOVO.
           MOVE "CLI_ENDERECO"      TO WRK-AUDIT-CAMPO.
           CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.

           MOVE SPACES           TO ENDANT-REG.
           MOVE CLIENTE_CPF      TO ENDA_CPF.
           MOVE WRK-DATA-HOJE    TO ENDA_DATA.
           MOVE WRK-ENDERECO-ANT TO ENDA_ENDERECO.
           MOVE WRK-OPERADOR     TO ENDA_OPERADOR.
           WRITE ENDANT-REG
               INVALID KEY
                   REWRITE ENDANT-REG
           END-WRITE.
       4100-GUARDAR-ENDERECO-ANT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   REVISAO PERIODICA DO CADASTRO: OS DADOS RECONFIRMADOS PASSAM*
      *>   PELAS MESMAS CRITICAS DA ALTERACAO; ACEITOS, A REVISAO E    *
      *>   ENCERRADA (RESTRICAO DE KYC-AGENDA.COB CAI) E O PROXIMO     *
      *>   VENCIMENTO E CONTADO DE HOJE PELA CLASSE DE RISCO           *
      *----------------------------------------------------------------*
       4500-REVISAR-CADASTRO.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-ALTERADOS TO WRK-QTDE-ALTERADOS-ANT.
           PERFORM 4000-ALTERAR-CLIENTE THRU 4000-ALTERAR-CLIENTE-EXIT.
           IF WRK-QTDE-ALTERADOS = WRK-QTDE-ALTERADOS-ANT
               DISPLAY "REVISAO CADASTRAL NAO CONCLUIDA CPF " MANUT-CPF
               GO TO 4500-REVISAR-CADASTRO-EXIT
           END-IF.

           MOVE CLIENTE_CPF TO KYC_CPF.
           READ KYC-FILE
               INVALID KEY
                   MOVE "N" TO WRK-KYC-EXISTE
                   MOVE ZEROS TO KYC_DATA_PROXIMA
                   MOVE ZEROS TO KYC_FILIAL
               NOT INVALID KEY
                   SET KYC-EXISTE TO TRUE
           END-READ.
           MOVE KYC_DATA_PROXIMA TO WRK-KYC-PROXIMA-ANT.

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
           MOVE WRK-OPERADOR TO KYC_OPERADOR.
           IF KYC-EXISTE
               REWRITE KYC-REG
           ELSE
               WRITE KYC-REG
           END-IF.

           ADD 1 TO WRK-QTDE-REVISADOS.
           MOVE WRK-KYC-PROXIMA-ANT TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE KYC_DATA_PROXIMA    TO WRK-AUDIT-VALOR-NOVO.
           MOVE "KYC_REVISAO"       TO WRK-AUDIT-CAMPO.
           MOVE CLIENTE_CPF         TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING WRK-OPERADOR WRK-AUDIT-CAMPO
               WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-VALOR-NOVO
               WRK-AUDIT-CHAVE.
       4500-REVISAR-CADASTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-EXCLUIR-CLIENTE.
      *----------------------------------------------------------------*
           IF RFB-DISPONIVEL
               CLOSE RFB-FILE
           END-IF.
           CLOSE KYC-FILE.
           CLOSE ENDANT-FILE.

      *>   O MESTRE FOI REESCRITO: O SELO DE INTEGRIDADE (CONTAGEM E
      *>   HASH, ARQUIVO-SELO.COB) E REFEITO PARA OS LEITORES
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "CLIENTES INCLUIDOS...: " WRK-QTDE-INCLUIDOS.
           DISPLAY "CLIENTES ALTERADOS...: " WRK-QTDE-ALTERADOS.
           DISPLAY "REVISOES CADASTRAIS..: " WRK-QTDE-REVISADOS.
           DISPLAY "EXCLUSOES PENDENTES..: " WRK-QTDE-EXCLUIDOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
       9000-FINALIZAR-EXIT.
