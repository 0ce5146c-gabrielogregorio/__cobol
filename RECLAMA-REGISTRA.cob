      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. RECLAMA-REGISTRA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : REGISTRO DE RECLAMACOES DE CLIENTES (SAC E     <*
      *>                OUVIDORIA), QUE ATE AQUI FICAVAM EM PLANILHAS <*
      *>                DE CADA AGENCIA. O LOTE RECLAMIN TRAZ A       <*
      *>                FUNCAO: A ABRE A RECLAMACAO (CPF, CONTA       <*
      *>                OPCIONAL, CANAL, INSTANCIA S/O, CATEGORIA DO  <*
      *>                ASSUNTO, CODIGO DO MOVIMENTO OU TARIFA DA     <*
      *>                TRANSCOD, DESCRICAO), QUE RECEBE O PROXIMO    <*
      *>                PROTOCOLO DE RECLPROT E O PRAZO DE RESPOSTA:  <*
      *>                SAC EM DIAS CORRIDOS (RECPRZSAC, PADRAO 7) E  <*
      *>                OUVIDORIA EM DIAS UTEIS (RECPRZOUV, PADRAO    <*
      *>                10, CALENDARIO-CHECK.COB); S SOLUCIONA COMO   <*
      *>                PROCEDENTE OU IMPROCEDENTE, COM VALOR A       <*
      *>                RESTITUIR OPCIONAL (SO PROCEDENTE E COM       <*
      *>                CONTA), QUE FICA PENDENTE DO VISTO DE OUTRO   <*
      *>                OPERADOR EM RECLAMA-RESTITUI.COB; C CANCELA A <*
      *>                RECLAMACAO DESISTIDA. O OPERADOR PRECISA DA   <*
      *>                PERMISSAO RECLAMA-REGISTRA (AUTORIZA-CHECK) E <*
      *>                TODA MUDANCA VAI AO AUDIT-LOG. RECUSAS SAEM   <*
      *>                COM O MOTIVO NO RELATORIO RECLREL; HAVENDO    <*
      *>                RECUSA, RETURN-CODE 4                         <*
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
           SELECT ENTRADA-FILE        ASSIGN TO "RECLAMIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ENT.

           SELECT RECLAMA-FILE        ASSIGN TO "RECLAMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS RECL_PROTOCOLO
               FILE STATUS        IS WRK-STATUS-RECL.

           SELECT PROTOCOLO-FILE      ASSIGN TO "RECLPROT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PROT.

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

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT RELATORIO-FILE      ASSIGN TO "RECLREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  ENTRADA-FILE.
       01  ENTRADA-REG.
           02 RIN-FUNCAO          PIC X(01).
               88 RIN-ABRIR           VALUE "A".
               88 RIN-SOLUCIONAR      VALUE "S".
               88 RIN-CANCELAR        VALUE "C".
           02 RIN-PROTOCOLO       PIC X(10).
           02 RIN-PROTOCOLO-N     REDEFINES RIN-PROTOCOLO
                                  PIC 9(10).
           02 RIN-CPF             PIC X(11).
           02 RIN-CONTA           PIC X(08).
           02 RIN-CONTA-N         REDEFINES RIN-CONTA
                                  PIC 9(08).
           02 RIN-CANAL           PIC X(03).
           02 RIN-INSTANCIA       PIC X(01).
           02 RIN-CATEGORIA       PIC X(04).
           02 RIN-COD-MOVIMENTO   PIC X(04).
           02 RIN-RESULTADO       PIC X(01).
           02 RIN-VALOR           PIC X(11).
           02 RIN-VALOR-N         REDEFINES RIN-VALOR
                                  PIC 9(09)V99.
           02 RIN-DESCRICAO       PIC X(40).
           02 RIN-OPERADOR        PIC X(08).

       FD  RECLAMA-FILE.
           COPY RECLAMA-REG.

       FD  PROTOCOLO-FILE.
       01  PROTOCOLO-REG.
           02 PROT-ULTIMO         PIC 9(10).

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-ENT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RECL        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PROT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-ENTRADA        PIC X(01) VALUE "N".
           88 FIM-ENTRADA             VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-SEMANA-HOJE    PIC 9(01) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(10) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.
       77  WRK-VALOR-RESTITUIR    PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SOLUCIONADAS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-CANCELADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RESTITUICOES  PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-RESTITUIR    PIC 9(11)V99 VALUE ZEROS.

       77  WRK-AUT-FUNCAO          PIC X(20) VALUE "RECLAMA-REGISTRA".
       77  WRK-AUT-RESULTADO       PIC X(01) VALUE "N".
           88 AUT-PERMITIDO            VALUE "S".
           88 AUT-RECUSADO             VALUE "N".

       77  WRK-AUDIT-CAMPO         PIC X(15) VALUE "RECLAMACAO".
       77  WRK-AUDIT-VALOR-ANTIGO  PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-VALOR-NOVO    PIC X(30) VALUE SPACES.
       77  WRK-AUDIT-CHAVE         PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   PRAZOS DE RESPOSTA: SAC EM DIAS CORRIDOS, OUVIDORIA EM DIAS *
      *>   UTEIS                                                       *
      *----------------------------------------------------------------*
       77  WRK-PRAZO-SAC          PIC 9(03) VALUE 7.
       77  WRK-PRAZO-OUVIDORIA    PIC 9(03) VALUE 10.
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-DIAS    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-DIAS3       PIC 9(03).
           02 FILLER               PIC X(17).

       01  WRK-DATA-PRAZO.
           02 WRK-PRAZO-ANO        PIC 9(04).
           02 WRK-PRAZO-MES        PIC 9(02).
           02 WRK-PRAZO-DIA        PIC 9(02).
       01  WRK-DATA-PRAZO-N       REDEFINES WRK-DATA-PRAZO
                                   PIC 9(08).
       77  WRK-DIA-SEMANA-PRAZO   PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL           PIC X(01) VALUE "N".
           88 EH-DIA-UTIL             VALUE "S".
       77  WRK-DIAS-CONTADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-PASSOS-PRAZO       PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LINHAS DO RELATORIO                                         *
      *----------------------------------------------------------------*
       01  WRK-LINHA-ACEITA.
           02 FILLER               PIC X(10) VALUE "PROTOCOLO ".
           02 WRK-LA-PROTOCOLO     PIC 9(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LA-ACAO          PIC X(20).
           02 FILLER               PIC X(07) VALUE " PRAZO ".
           02 WRK-LA-PRAZO         PIC 9(08).
           02 FILLER               PIC X(13) VALUE " RESTITUICAO ".
           02 WRK-LA-VALOR         PIC Z(8)9.99.
           02 FILLER               PIC X(10) VALUE " OPERADOR ".
           02 WRK-LA-OPERADOR      PIC X(08).

       01  WRK-LINHA-RECUSA.
           02 FILLER               PIC X(08) VALUE "RECUSADA".
           02 FILLER               PIC X(08) VALUE " FUNCAO ".
           02 WRK-LR-FUNCAO        PIC X(01).
           02 FILLER               PIC X(06) VALUE " PROT ".
           02 WRK-LR-PROTOCOLO     PIC X(10).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-LR-CPF           PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-LR-MOTIVO        PIC X(40).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-ENTRADA
               THRU 2000-PROCESSAR-ENTRADA-EXIT
               UNTIL FIM-ENTRADA.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE       FROM DATE YYYYMMDD.
           ACCEPT WRK-DIA-SEMANA-HOJE FROM DAY-OF-WEEK.

           PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT.

           OPEN I-O RECLAMA-FILE.
           IF WRK-STATUS-RECL = "35"
               OPEN OUTPUT RECLAMA-FILE
               CLOSE RECLAMA-FILE
               OPEN I-O RECLAMA-FILE
           END-IF.
           IF WRK-STATUS-RECL NOT = "00"
               DISPLAY "RECLAMA-REGISTRA: RECLAMST INDISPONIVEL, "
                   "STATUS " WRK-STATUS-RECL " - RODADA CANCELADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           OPEN INPUT CONTA-FILE.
           OPEN INPUT TRANSCOD-FILE.

           OPEN INPUT PROTOCOLO-FILE.
           IF WRK-STATUS-PROT = "00"
               READ PROTOCOLO-FILE
               IF WRK-STATUS-PROT = "00"
                   AND PROT-ULTIMO IS NUMERIC
                   MOVE PROT-ULTIMO TO WRK-ULTIMO-NUMERO
               END-IF
           END-IF.
           CLOSE PROTOCOLO-FILE.

           OPEN INPUT ENTRADA-FILE.
           IF WRK-STATUS-ENT NOT = "00"
               SET FIM-ENTRADA TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "REGISTRO DE RECLAMACOES - SAC E OUVIDORIA" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-LER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE "RECPRZSAC" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-DIAS3 TO WRK-PRAZO-SAC
           END-IF.

           MOVE "RECPRZOUV" TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-DIAS3 TO WRK-PRAZO-OUVIDORIA
           END-IF.
       1100-LER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CADA LINHA DO LOTE E UMA ACAO; A RECUSADA SAI NO RELATORIO  *
      *>   COM O MOTIVO                                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR-ENTRADA.
      *----------------------------------------------------------------*
           READ ENTRADA-FILE.
           IF WRK-STATUS-ENT NOT = "00"
               SET FIM-ENTRADA TO TRUE
               GO TO 2000-PROCESSAR-ENTRADA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE SPACES TO WRK-MOTIVO.

           IF RIN-OPERADOR = SPACES
               MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO
               GO TO 2000-PROCESSAR-ENTRADA-RECUSA
           END-IF.
           CALL "AUTORIZA-CHECK" USING RIN-OPERADOR
               WRK-AUT-FUNCAO WRK-AUT-RESULTADO.
           IF AUT-RECUSADO
               MOVE "OPERADOR SEM PERMISSAO" TO WRK-MOTIVO
               GO TO 2000-PROCESSAR-ENTRADA-RECUSA
           END-IF.

           EVALUATE TRUE
               WHEN RIN-ABRIR
                   PERFORM 3000-ABRIR-RECLAMACAO
                       THRU 3000-ABRIR-RECLAMACAO-EXIT
               WHEN RIN-SOLUCIONAR
                   PERFORM 4000-SOLUCIONAR-RECLAMACAO
                       THRU 4000-SOLUCIONAR-RECLAMACAO-EXIT
               WHEN RIN-CANCELAR
                   PERFORM 5000-CANCELAR-RECLAMACAO
                       THRU 5000-CANCELAR-RECLAMACAO-EXIT
               WHEN OTHER
                   MOVE "FUNCAO DIFERENTE DE A/S/C" TO WRK-MOTIVO
           END-EVALUATE.

       2000-PROCESSAR-ENTRADA-RECUSA.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
           END-IF.
       2000-PROCESSAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ABERTURA: CLIENTE CADASTRADO, CONTA (SE INFORMADA) EM       *
      *>   CONTASDB, CANAL/INSTANCIA/CATEGORIA CONHECIDOS E CODIGO DE  *
      *>   MOVIMENTO (SE INFORMADO) NA TRANSCOD                        *
      *----------------------------------------------------------------*
       3000-ABRIR-RECLAMACAO.
      *----------------------------------------------------------------*
           IF RIN-CPF = SPACES
               MOVE "CPF/CNPJ NAO INFORMADO" TO WRK-MOTIVO
               GO TO 3000-ABRIR-RECLAMACAO-EXIT
           END-IF.
           MOVE RIN-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO EM CLIMAST"
                       TO WRK-MOTIVO
                   GO TO 3000-ABRIR-RECLAMACAO-EXIT
           END-READ.

           MOVE SPACES TO RECLAMA-REG.
           MOVE ZEROS  TO RECL_CONTA.
           IF RIN-CONTA NOT = SPACES
               IF RIN-CONTA IS NOT NUMERIC
                   MOVE "CONTA NAO NUMERICA" TO WRK-MOTIVO
                   GO TO 3000-ABRIR-RECLAMACAO-EXIT
               END-IF
               MOVE RIN-CONTA-N TO CONTA_NUMERO
               READ CONTA-FILE
                   INVALID KEY
                       MOVE "CONTA NAO ENCONTRADA EM CONTASDB"
                           TO WRK-MOTIVO
                       GO TO 3000-ABRIR-RECLAMACAO-EXIT
               END-READ
               MOVE RIN-CONTA-N TO RECL_CONTA
           END-IF.

           MOVE RIN-CANAL     TO RECL_CANAL.
           MOVE RIN-INSTANCIA TO RECL_INSTANCIA.
           MOVE RIN-CATEGORIA TO RECL_CATEGORIA.
           IF NOT RECL-CANAL-VALIDO
               MOVE "CANAL DIFERENTE DE AGE/TEL/INT/BCB/PCN"
                   TO WRK-MOTIVO
               GO TO 3000-ABRIR-RECLAMACAO-EXIT
           END-IF.
           IF NOT RECL-SAC AND NOT RECL-OUVIDORIA
               MOVE "INSTANCIA DIFERENTE DE S/O" TO WRK-MOTIVO
               GO TO 3000-ABRIR-RECLAMACAO-EXIT
           END-IF.
           IF NOT RECL-CATEGORIA-VALIDA
               MOVE "CATEGORIA DE ASSUNTO DESCONHECIDA" TO WRK-MOTIVO
               GO TO 3000-ABRIR-RECLAMACAO-EXIT
           END-IF.

           IF RIN-COD-MOVIMENTO NOT = SPACES
               MOVE RIN-COD-MOVIMENTO TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       MOVE "CODIGO DE MOVIMENTO FORA DA TRANSCOD"
                           TO WRK-MOTIVO
                       GO TO 3000-ABRIR-RECLAMACAO-EXIT
               END-READ
           END-IF.

           PERFORM 7000-CALCULAR-PRAZO THRU 7000-CALCULAR-PRAZO-EXIT.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO RECL_PROTOCOLO.
           MOVE RIN-CPF           TO RECL_CPF.
           MOVE RIN-COD-MOVIMENTO TO RECL_COD_MOVIMENTO.
           MOVE WRK-DATA-HOJE     TO RECL_DATA_ABERTURA.
           MOVE WRK-DATA-PRAZO-N  TO RECL_DATA_PRAZO.
           SET RECL-ABERTA        TO TRUE.
           MOVE SPACE             TO RECL_RESULTADO.
           MOVE ZEROS             TO RECL_DATA_SOLUCAO.
           MOVE ZEROS             TO RECL_VALOR_RESTITUICAO.
           SET RECL-SEM-RESTITUICAO TO TRUE.
           MOVE ZEROS             TO RECL_DATA_RESTITUICAO.
           MOVE RIN-OPERADOR      TO RECL_OPER_ABERTURA.
           MOVE SPACES            TO RECL_OPER_SOLUCAO.
           MOVE SPACES            TO RECL_OPER_APROVACAO.
           MOVE RIN-DESCRICAO     TO RECL_DESCRICAO.
           WRITE RECLAMA-REG
               INVALID KEY
                   DISPLAY "RECLAMA-REGISTRA: PROTOCOLO " RECL_PROTOCOLO
                       " JA EXISTE EM RECLAMST - CONFERIR RECLPROT"
                   MOVE 8 TO RETURN-CODE
                   SET FIM-ENTRADA TO TRUE
                   GO TO 3000-ABRIR-RECLAMACAO-EXIT
           END-WRITE.

           OPEN OUTPUT PROTOCOLO-FILE.
           MOVE WRK-ULTIMO-NUMERO TO PROT-ULTIMO.
           WRITE PROTOCOLO-REG.
           CLOSE PROTOCOLO-FILE.

           ADD 1 TO WRK-QTDE-ABERTAS.
           MOVE "ABERTA"          TO WRK-LA-ACAO.
           MOVE ZEROS             TO WRK-VALOR-RESTITUIR.
           PERFORM 6500-LISTAR-ACEITA THRU 6500-LISTAR-ACEITA-EXIT.

           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           STRING "ABERTA " RECL_INSTANCIA " " RECL_CATEGORIA
               " PRAZO " RECL_DATA_PRAZO
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO.
           PERFORM 8000-AUDITAR THRU 8000-AUDITAR-EXIT.
       3000-ABRIR-RECLAMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SOLUCAO: SO RECLAMACAO ABERTA; RESTITUICAO SO EM            *
      *>   PROCEDENTE E COM CONTA, E FICA PENDENTE DO SEGUNDO VISTO    *
      *----------------------------------------------------------------*
       4000-SOLUCIONAR-RECLAMACAO.
      *----------------------------------------------------------------*
           PERFORM 4500-LER-RECLAMACAO THRU 4500-LER-RECLAMACAO-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 4000-SOLUCIONAR-RECLAMACAO-EXIT
           END-IF.

           IF RIN-RESULTADO NOT = "P" AND RIN-RESULTADO NOT = "I"
               MOVE "RESULTADO DIFERENTE DE P/I" TO WRK-MOTIVO
               GO TO 4000-SOLUCIONAR-RECLAMACAO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-VALOR-RESTITUIR.
           IF RIN-VALOR NOT = SPACES
               IF RIN-VALOR IS NOT NUMERIC
                   MOVE "VALOR DE RESTITUICAO INVALIDO" TO WRK-MOTIVO
                   GO TO 4000-SOLUCIONAR-RECLAMACAO-EXIT
               END-IF
               MOVE RIN-VALOR-N TO WRK-VALOR-RESTITUIR
           END-IF.
           IF WRK-VALOR-RESTITUIR > ZEROS
               AND (RIN-RESULTADO NOT = "P" OR RECL_CONTA = ZEROS)
               MOVE "RESTITUICAO SO EM PROCEDENTE COM CONTA"
                   TO WRK-MOTIVO
               GO TO 4000-SOLUCIONAR-RECLAMACAO-EXIT
           END-IF.

           SET RECL-SOLUCIONADA          TO TRUE.
           MOVE RIN-RESULTADO            TO RECL_RESULTADO.
           MOVE WRK-DATA-HOJE            TO RECL_DATA_SOLUCAO.
           MOVE RIN-OPERADOR             TO RECL_OPER_SOLUCAO.
           MOVE WRK-VALOR-RESTITUIR      TO RECL_VALOR_RESTITUICAO.
           IF WRK-VALOR-RESTITUIR > ZEROS
               SET RECL-RESTIT-PENDENTE  TO TRUE
           ELSE
               SET RECL-SEM-RESTITUICAO  TO TRUE
           END-IF.
           REWRITE RECLAMA-REG
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR RECLAMST" TO WRK-MOTIVO
                   GO TO 4000-SOLUCIONAR-RECLAMACAO-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-SOLUCIONADAS.
           IF RECL-PROCEDENTE
               MOVE "SOLUCIONADA PROCED." TO WRK-LA-ACAO
           ELSE
               MOVE "SOLUCIONADA IMPROC." TO WRK-LA-ACAO
           END-IF.
           IF WRK-VALOR-RESTITUIR > ZEROS
               ADD 1 TO WRK-QTDE-RESTITUICOES
               ADD WRK-VALOR-RESTITUIR TO WRK-TOTAL-RESTITUIR
           END-IF.
           PERFORM 6500-LISTAR-ACEITA THRU 6500-LISTAR-ACEITA-EXIT.

           MOVE "ABERTA" TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES   TO WRK-AUDIT-VALOR-NOVO.
           STRING "SOLUCIONADA " RECL_RESULTADO " RESTIT "
               RECL_VALOR_RESTITUICAO
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO.
           PERFORM 8000-AUDITAR THRU 8000-AUDITAR-EXIT.
       4000-SOLUCIONAR-RECLAMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4500-LER-RECLAMACAO.
      *----------------------------------------------------------------*
           IF RIN-PROTOCOLO IS NOT NUMERIC
               MOVE "PROTOCOLO NAO NUMERICO" TO WRK-MOTIVO
               GO TO 4500-LER-RECLAMACAO-EXIT
           END-IF.
           MOVE RIN-PROTOCOLO-N TO RECL_PROTOCOLO.
           READ RECLAMA-FILE
               INVALID KEY
                   MOVE "PROTOCOLO NAO ENCONTRADO EM RECLAMST"
                       TO WRK-MOTIVO
                   GO TO 4500-LER-RECLAMACAO-EXIT
           END-READ.
           IF NOT RECL-ABERTA
               MOVE "RECLAMACAO NAO ESTA ABERTA" TO WRK-MOTIVO
           END-IF.
       4500-LER-RECLAMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-CANCELAR-RECLAMACAO.
      *----------------------------------------------------------------*
           PERFORM 4500-LER-RECLAMACAO THRU 4500-LER-RECLAMACAO-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 5000-CANCELAR-RECLAMACAO-EXIT
           END-IF.

           SET RECL-CANCELADA TO TRUE.
           MOVE WRK-DATA-HOJE TO RECL_DATA_SOLUCAO.
           MOVE RIN-OPERADOR  TO RECL_OPER_SOLUCAO.
           REWRITE RECLAMA-REG
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR RECLAMST" TO WRK-MOTIVO
                   GO TO 5000-CANCELAR-RECLAMACAO-EXIT
           END-REWRITE.

           ADD 1 TO WRK-QTDE-CANCELADAS.
           MOVE "CANCELADA" TO WRK-LA-ACAO.
           MOVE ZEROS       TO WRK-VALOR-RESTITUIR.
           PERFORM 6500-LISTAR-ACEITA THRU 6500-LISTAR-ACEITA-EXIT.

           MOVE "ABERTA"    TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE "CANCELADA" TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 8000-AUDITAR THRU 8000-AUDITAR-EXIT.
       5000-CANCELAR-RECLAMACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-RECUSAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RECUSADAS.
           MOVE RIN-FUNCAO       TO WRK-LR-FUNCAO.
           MOVE RIN-PROTOCOLO    TO WRK-LR-PROTOCOLO.
           MOVE RIN-CPF          TO WRK-LR-CPF.
           MOVE WRK-MOTIVO       TO WRK-LR-MOTIVO.
           MOVE WRK-LINHA-RECUSA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-RECUSAR-EXIT.
           EXIT.

       6500-LISTAR-ACEITA.
           MOVE RECL_PROTOCOLO      TO WRK-LA-PROTOCOLO.
           MOVE RECL_DATA_PRAZO     TO WRK-LA-PRAZO.
           MOVE WRK-VALOR-RESTITUIR TO WRK-LA-VALOR.
           MOVE RIN-OPERADOR        TO WRK-LA-OPERADOR.
           MOVE WRK-LINHA-ACEITA    TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6500-LISTAR-ACEITA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRAZO DE RESPOSTA A PARTIR DE HOJE: SAC SOMA DIAS CORRIDOS; *
      *>   OUVIDORIA SO CONTA OS DIAS UTEIS DO CAMINHO                 *
      *----------------------------------------------------------------*
       7000-CALCULAR-PRAZO.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE       TO WRK-DATA-PRAZO-N.
           MOVE WRK-DIA-SEMANA-HOJE TO WRK-DIA-SEMANA-PRAZO.

           IF RECL-SAC
               PERFORM 7200-AVANCAR-DATA
                   THRU 7200-AVANCAR-DATA-EXIT
                   WRK-PRAZO-SAC TIMES
               GO TO 7000-CALCULAR-PRAZO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-DIAS-CONTADOS.
           MOVE ZEROS TO WRK-PASSOS-PRAZO.
           PERFORM 7100-AVANCAR-DIA-UTIL
               THRU 7100-AVANCAR-DIA-UTIL-EXIT
               UNTIL WRK-DIAS-CONTADOS = WRK-PRAZO-OUVIDORIA
                  OR WRK-PASSOS-PRAZO > 400.
       7000-CALCULAR-PRAZO-EXIT.
           EXIT.

       7100-AVANCAR-DIA-UTIL.
           ADD 1 TO WRK-PASSOS-PRAZO.
           PERFORM 7200-AVANCAR-DATA THRU 7200-AVANCAR-DATA-EXIT.
           CALL "CALENDARIO-CHECK" USING WRK-DATA-PRAZO-N
               WRK-DIA-SEMANA-PRAZO WRK-DIA-UTIL.
           IF EH-DIA-UTIL
               ADD 1 TO WRK-DIAS-CONTADOS
           END-IF.
       7100-AVANCAR-DIA-UTIL-EXIT.
           EXIT.

       7200-AVANCAR-DATA.
           IF WRK-DIA-SEMANA-PRAZO = 7
               MOVE 1 TO WRK-DIA-SEMANA-PRAZO
           ELSE
               ADD 1 TO WRK-DIA-SEMANA-PRAZO
           END-IF.

           PERFORM 7300-ULTIMO-DIA-DO-MES
               THRU 7300-ULTIMO-DIA-DO-MES-EXIT.

           IF WRK-PRAZO-DIA < WRK-ULTIMO-DIA-MES
               ADD 1 TO WRK-PRAZO-DIA
           ELSE
               MOVE 1 TO WRK-PRAZO-DIA
               IF WRK-PRAZO-MES = 12
                   MOVE 1 TO WRK-PRAZO-MES
                   ADD 1 TO WRK-PRAZO-ANO
               ELSE
                   ADD 1 TO WRK-PRAZO-MES
               END-IF
           END-IF.
       7200-AVANCAR-DATA-EXIT.
           EXIT.

       7300-ULTIMO-DIA-DO-MES.
           EVALUATE WRK-PRAZO-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-PRAZO-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA-MES
                   END-IF
           END-EVALUATE.
       7300-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-AUDITAR.
      *----------------------------------------------------------------*
           MOVE RECL_PROTOCOLO TO WRK-AUDIT-CHAVE.
           CALL "AUDIT-LOG" USING RIN-OPERADOR
               WRK-AUDIT-CAMPO WRK-AUDIT-VALOR-ANTIGO
               WRK-AUDIT-VALOR-NOVO WRK-AUDIT-CHAVE.
       8000-AUDITAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE ENTRADA-FILE.
           CLOSE RECLAMA-FILE.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE CONTA-FILE.
           CLOSE TRANSCOD-FILE.
           CLOSE RELATORIO-FILE.

           IF RETURN-CODE < 4
               AND WRK-QTDE-RECUSADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "===== REGISTRO DE RECLAMACOES =====".
           DISPLAY "LINHAS LIDAS.........: " WRK-QTDE-LIDAS.
           DISPLAY "RECLAMACOES ABERTAS..: " WRK-QTDE-ABERTAS.
           DISPLAY "SOLUCIONADAS.........: " WRK-QTDE-SOLUCIONADAS.
           DISPLAY "CANCELADAS...........: " WRK-QTDE-CANCELADAS.
           DISPLAY "RESTITUICOES PENDENT.: " WRK-QTDE-RESTITUICOES.
           DISPLAY "VALOR A RESTITUIR....: " WRK-TOTAL-RESTITUIR.
           DISPLAY "LINHAS RECUSADAS.....: " WRK-QTDE-RECUSADAS.
           DISPLAY "ULTIMO PROTOCOLO.....: " WRK-ULTIMO-NUMERO.
       9000-FINALIZAR-EXIT.
           EXIT.
