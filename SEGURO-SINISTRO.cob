      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. SEGURO-SINISTRO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : SINISTRO DO SEGURO PRESTAMISTA. PASSADA 1: O   <*
      *>                SEGURO ATIVO DE SEGMST CUJO SEGURADO CONSTA   <*
      *>                COMO FALECIDO EM CLIMAST (SITUACAO DO CLIENTE <*
      *>                OU DA RECEITA) PASSA A SINISTRO AVISADO, COM  <*
      *>                O SALDO A VENCER DO PLANO NA DATA, E SAI NO   <*
      *>                AVISO SEGAVISO A SEGURADORA (H/D/T); A PARTIR <*
      *>                DAI PLANO-SERVICO.COB NAO POSTA MAIS PARCELA  <*
      *>                DO PLANO NA CONTA, QUE JA E DO ESPOLIO. O     <*
      *>                SEGURO DE PLANO QUE DEIXOU DE SER ATIVO FICA  <*
      *>                ENCERRADO. PASSADA 2: AS DECISOES DA          <*
      *>                SEGURADORA (SEGINDIN) - INDENIZACAO PAGA      <*
      *>                QUITA O PLANO (SITUACAO I EM PLANOMST,        <*
      *>                REGRAVADO VIA PLANOWRK) COM O PAR CONTABIL    <*
      *>                SGSN GUARDADO EM GLPARTIDA, QUE               <*
      *>                GL-PARTIDA-LANCA.COB LEVA AO DIARIO GLJORNAL  <*
      *>                DEPOIS DE DIARIO-CONCILIA, COMO A BAIXA BXPL  <*
      *>                DE PREJUIZO-BAIXA.COB; SINISTRO NEGADO DEVOLVE<*
      *>                O PLANO A COBRANCA NORMAL. INDENIZACAO MENOR  <*
      *>                QUE O SALDO FICA PENDENTE PARA TRATAMENTO     <*
      *>                MANUAL; SEM O CODIGO SGSN EM TRANSCOD (OU SEM <*
      *>                GLPARTIDA) NENHUMA INDENIZACAO E LANCADA E O  <*
      *>                RETURN-CODE SAI 8. FALHA AO REGRAVAR SEGMST OU<*
      *>                PLANOMST TAMBEM SAI COM 8. RESUMO EM          <*
      *>                SEGSINREL. RODA NA CADEIA NOTURNA ANTES DE    <*
      *>                PLANO-SERVICO, PARA A PARCELA DO PLANO QUITADO<*
      *>                NAO SER MAIS POSTADA; O PAR CONTABIL ENTRA NO <*
      *>                SALDO DO MESMO DIA PELO STEP GL-PARTIDA-LANCA <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  REGISTRO DE TRABALHO PLANOWRK AMPLIADO    <*
      *>                    PARA 80 POSICOES, ACOMPANHANDO O CET      <*
      *>                    GRAVADO NO PLANO (PLANO-REG)              <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT SEGURO-FILE         ASSIGN TO "SEGMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS SEG_PLANO
               FILE STATUS        IS WRK-STATUS-SEG.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT TRABALHO-FILE       ASSIGN TO "PLANOWRK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRAB.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT DECISAO-FILE        ASSIGN TO "SEGINDIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-DEC.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

           SELECT AVISO-FILE          ASSIGN TO "SEGAVISO"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-AVISO.

           SELECT RELATORIO-FILE      ASSIGN TO "SEGSINREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  SEGURO-FILE.
           COPY SEGURO-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(80).

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  DECISAO-FILE.
       01  DECISAO-REG.
           02 SIND-PLANO              PIC 9(07).
           02 SIND-DECISAO            PIC X(01).
               88 SIND-PAGO               VALUE "P".
               88 SIND-NEGADO             VALUE "N".
           02 SIND-VALOR              PIC 9(09)V99.
           02 SIND-DATA               PIC 9(08).
           02 SIND-PROCESSO           PIC X(20).

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

       FD  AVISO-FILE.
       01  AVISO-LINHA                PIC X(80).

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-SEG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DEC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-AVISO       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-SEG            PIC X(01) VALUE "N".
           88 FIM-SEG                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-TRAB           PIC X(01) VALUE "N".
           88 FIM-TRAB                VALUE "S".
       77  WRK-FIM-DEC            PIC X(01) VALUE "N".
           88 FIM-DEC                 VALUE "S".
       77  WRK-SEGUROS-ABERTO     PIC X(01) VALUE "N".
           88 SEGUROS-ABERTO          VALUE "S".
       77  WRK-PLANOS-INCOMPLETO  PIC X(01) VALUE "N".
           88 PLANOS-INCOMPLETO       VALUE "S".
       77  WRK-INDENIZACAO-RETIDA PIC X(01) VALUE "N".
           88 INDENIZACAO-RETIDA      VALUE "S".
       77  WRK-PL-ACHADO          PIC X(01) VALUE "N".
           88 PL-ACHADO               VALUE "S".
       77  WRK-ERRO-GRAVACAO      PIC X(01) VALUE "N".
           88 ERRO-GRAVACAO           VALUE "S".
       77  WRK-COPIA-PLANOS       PIC X(01) VALUE "N".
           88 COPIA-FALHOU            VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CONTAS CONTABEIS DA QUITACAO PELA SEGURADORA (SGSN), LIDAS  *
      *>   DE TRANSCOD                                                 *
      *----------------------------------------------------------------*
       77  WRK-COD-SINISTRO       PIC X(04) VALUE "SGSN".
       77  WRK-SGSN-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-SGSN-CREDITO       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PLANOS DE PLANOMST COM O SALDO A VENCER DOS ATIVOS E A      *
      *>   MARCA DA QUITACAO POR INDENIZACAO                           *
      *----------------------------------------------------------------*
       77  WRK-MAX-PLANOS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-INDENIZADOS   PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-PLANOS.
           02 WRK-PL-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-PL-IDX.
               03 WRK-PL-NUMERO        PIC 9(07).
               03 WRK-PL-ATIVO         PIC X(01).
               03 WRK-PL-SALDO         PIC 9(09)V99.
               03 WRK-PL-INDENIZADO    PIC X(01).

       77  WRK-EXCEDENTE          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.

       77  WRK-QTDE-SEGUROS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-AVISADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ENCERRADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DECISOES      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PAGOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-NEGADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-AVISADO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-QUITADO      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   AVISO DE SINISTRO A SEGURADORA: HEADER, UM DETALHE POR      *
      *>   SEGURADO FALECIDO E TRAILER COM QUANTIDADE E SALDO          *
      *----------------------------------------------------------------*
       01  WRK-AVS-HEADER.
           02 FILLER               PIC X(01) VALUE "H".
           02 WRK-AH-DATA          PIC 9(08).
           02 FILLER               PIC X(30)
               VALUE "AVISO SINISTRO PRESTAMISTA".
           02 FILLER               PIC X(41) VALUE SPACES.

       01  WRK-AVS-DETALHE.
           02 FILLER               PIC X(01) VALUE "D".
           02 WRK-AD-SEQ           PIC 9(07).
           02 WRK-AD-PLANO         PIC 9(07).
           02 WRK-AD-CPF           PIC X(11).
           02 WRK-AD-CONTA         PIC 9(08).
           02 WRK-AD-ADESAO        PIC 9(08).
           02 WRK-AD-DATA-AVISO    PIC 9(08).
           02 WRK-AD-SALDO         PIC 9(09)V99.
           02 FILLER               PIC X(19) VALUE SPACES.

       01  WRK-AVS-TRAILER.
           02 FILLER               PIC X(01) VALUE "T".
           02 WRK-AT-QTDE          PIC 9(07).
           02 WRK-AT-SALDO         PIC 9(13)V99.
           02 FILLER               PIC X(57) VALUE SPACES.

       01  WRK-LINHA-SINISTRO.
           02 WRK-LS-OCORRENCIA    PIC X(20).
           02 FILLER               PIC X(06) VALUE "PLANO ".
           02 WRK-LS-PLANO         PIC 9(07).
           02 FILLER               PIC X(05) VALUE " CPF ".
           02 WRK-LS-CPF           PIC X(11).
           02 FILLER               PIC X(07) VALUE " SALDO ".
           02 WRK-LS-SALDO         PIC Z(08)9.99.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-LS-VALOR         PIC Z(08)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-LS-MOTIVO        PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF SEGUROS-ABERTO
               PERFORM 2000-EXAMINAR-SEGURO
                   THRU 2000-EXAMINAR-SEGURO-EXIT
                   UNTIL FIM-SEG
               PERFORM 3000-TRATAR-DECISAO
                   THRU 3000-TRATAR-DECISAO-EXIT
                   UNTIL FIM-DEC
           END-IF.
           IF WRK-QTDE-INDENIZADOS > ZEROS
               PERFORM 8000-REGRAVAR-PLANOS
                   THRU 8000-REGRAVAR-PLANOS-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               DISPLAY "TABELA TRANSCOD INDISPONIVEL, INDENIZACOES "
                   "RETIDAS"
               SET INDENIZACAO-RETIDA TO TRUE
           ELSE
               MOVE WRK-COD-SINISTRO TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       DISPLAY "CODIGO " WRK-COD-SINISTRO
                           " AUSENTE DE TRANSCOD, INDENIZACOES RETIDAS"
                       SET INDENIZACAO-RETIDA TO TRUE
                   NOT INVALID KEY
                       MOVE TCOD_CONTA_DEBITO  TO WRK-SGSN-DEBITO
                       MOVE TCOD_CONTA_CREDITO TO WRK-SGSN-CREDITO
               END-READ
           END-IF.
           CLOSE TRANSCOD-FILE.

           PERFORM 1100-CARREGAR-PLANOS THRU 1100-CARREGAR-PLANOS-EXIT.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "SEGURO PRESTAMISTA - SINISTROS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN OUTPUT AVISO-FILE.
           MOVE WRK-DATA-HOJE TO WRK-AH-DATA.
           MOVE WRK-AVS-HEADER TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           OPEN I-O SEGURO-FILE.
           IF WRK-STATUS-SEG NOT = "00"
               DISPLAY "MESTRE DE SEGUROS SEGMST AUSENTE"
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           SET SEGUROS-ABERTO TO TRUE.

           OPEN INPUT CLIENTE-MASTER-FILE.

           IF NOT INDENIZACAO-RETIDA
               OPEN EXTEND JORNAL-FILE
               IF WRK-STATUS-JORNAL = "35"
                   OPEN OUTPUT JORNAL-FILE
               END-IF
               IF WRK-STATUS-JORNAL NOT = "00"
                   DISPLAY "GLPARTIDA INDISPONIVEL, STATUS "
                       WRK-STATUS-JORNAL ", INDENIZACOES RETIDAS"
                   SET INDENIZACAO-RETIDA TO TRUE
               END-IF
           END-IF.

           OPEN INPUT DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               SET FIM-DEC TO TRUE
           END-IF.

           MOVE ZEROS TO SEG_PLANO.
           START SEGURO-FILE KEY IS NOT LESS THAN SEG_PLANO
               INVALID KEY
                   SET FIM-SEG TO TRUE
           END-START.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARREGAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               CLOSE PLANO-FILE
               GO TO 1100-CARREGAR-PLANOS-EXIT
           END-IF.

           PERFORM 1150-LER-PLANO THRU 1150-LER-PLANO-EXIT
               UNTIL FIM-PLN.
           CLOSE PLANO-FILE.
       1100-CARREGAR-PLANOS-EXIT.
           EXIT.

       1150-LER-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 1150-LER-PLANO-EXIT
           END-IF.

           IF WRK-MAX-PLANOS NOT < 5000
               SET PLANOS-INCOMPLETO TO TRUE
               GO TO 1150-LER-PLANO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-PLANOS.
           MOVE PLN_NUMERO TO WRK-PL-NUMERO (WRK-MAX-PLANOS).
           MOVE "N"        TO WRK-PL-ATIVO (WRK-MAX-PLANOS).
           MOVE ZEROS      TO WRK-PL-SALDO (WRK-MAX-PLANOS).
           MOVE "N"        TO WRK-PL-INDENIZADO (WRK-MAX-PLANOS).
           IF PLN-ATIVO
               AND PLN_PROX_PARCELA NOT > PLN_QTDE
               MOVE "S"    TO WRK-PL-ATIVO (WRK-MAX-PLANOS)
               COMPUTE WRK-PL-SALDO (WRK-MAX-PLANOS) =
                   (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
                   + PLN_VALOR_ULTIMA
           END-IF.
       1150-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PASSADA 1: SEGURO ATIVO COM SEGURADO FALECIDO VIRA AVISO DE *
      *>   SINISTRO; PLANO QUE JA NAO E ATIVO ENCERRA O SEGURO         *
      *----------------------------------------------------------------*
       2000-EXAMINAR-SEGURO.
      *----------------------------------------------------------------*
           READ SEGURO-FILE NEXT RECORD.
           IF WRK-STATUS-SEG NOT = "00"
               SET FIM-SEG TO TRUE
               GO TO 2000-EXAMINAR-SEGURO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-SEGUROS.
           IF NOT SEG-ATIVO
               GO TO 2000-EXAMINAR-SEGURO-EXIT
           END-IF.

           PERFORM 7000-LOCALIZAR-PLANO THRU 7000-LOCALIZAR-PLANO-EXIT.
           IF NOT PL-ACHADO
               AND PLANOS-INCOMPLETO
               GO TO 2000-EXAMINAR-SEGURO-EXIT
           END-IF.

           IF NOT PL-ACHADO
               OR WRK-PL-ATIVO (WRK-PL-IDX) NOT = "S"
               SET SEG-ENCERRADO TO TRUE
               MOVE WRK-DATA-HOJE TO SEG_DATA_CANCELAMENTO
               REWRITE SEGURO-REG
               IF WRK-STATUS-SEG NOT = "00"
                   DISPLAY "ERRO AO ENCERRAR SEGURO DO PLANO " SEG_PLANO
                       " STATUS " WRK-STATUS-SEG
                   SET ERRO-GRAVACAO TO TRUE
                   GO TO 2000-EXAMINAR-SEGURO-EXIT
               END-IF
               ADD 1 TO WRK-QTDE-ENCERRADOS
               GO TO 2000-EXAMINAR-SEGURO-EXIT
           END-IF.

           MOVE SEG_CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   GO TO 2000-EXAMINAR-SEGURO-EXIT
           END-READ.
           IF NOT CLIENTE-FALECIDO
               AND NOT CLIENTE-RFB-FALECIDO
               GO TO 2000-EXAMINAR-SEGURO-EXIT
           END-IF.

           SET SEG-SINISTRO-AVISADO TO TRUE.
           MOVE WRK-DATA-HOJE TO SEG_DATA_SINISTRO.
           MOVE WRK-PL-SALDO (WRK-PL-IDX) TO SEG_SALDO_SINISTRO.
           REWRITE SEGURO-REG.
           IF WRK-STATUS-SEG NOT = "00"
               DISPLAY "ERRO AO AVISAR SINISTRO DO PLANO " SEG_PLANO
               GO TO 2000-EXAMINAR-SEGURO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-AVISADOS.
           ADD SEG_SALDO_SINISTRO TO WRK-TOTAL-AVISADO.

           MOVE WRK-QTDE-AVISADOS  TO WRK-AD-SEQ.
           MOVE SEG_PLANO          TO WRK-AD-PLANO.
           MOVE SEG_CPF            TO WRK-AD-CPF.
           MOVE SEG_CONTA          TO WRK-AD-CONTA.
           MOVE SEG_DATA_ADESAO    TO WRK-AD-ADESAO.
           MOVE SEG_DATA_SINISTRO  TO WRK-AD-DATA-AVISO.
           MOVE SEG_SALDO_SINISTRO TO WRK-AD-SALDO.
           MOVE WRK-AVS-DETALHE TO AVISO-LINHA.
           WRITE AVISO-LINHA.

           MOVE "SINISTRO AVISADO    " TO WRK-LS-OCORRENCIA.
           MOVE ZEROS TO WRK-LS-VALOR.
           MOVE "PARCELAS SUSPENSAS" TO WRK-MOTIVO.
           PERFORM 6000-RELATAR THRU 6000-RELATAR-EXIT.
       2000-EXAMINAR-SEGURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PASSADA 2: DECISAO DA SEGURADORA SOBRE SINISTRO AVISADO     *
      *----------------------------------------------------------------*
       3000-TRATAR-DECISAO.
      *----------------------------------------------------------------*
           READ DECISAO-FILE.
           IF WRK-STATUS-DEC NOT = "00"
               SET FIM-DEC TO TRUE
               GO TO 3000-TRATAR-DECISAO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-DECISOES.
           MOVE SIND-PLANO TO SEG_PLANO.
           READ SEGURO-FILE
               INVALID KEY
                   DISPLAY "DECISAO PARA PLANO SEM SEGURO: " SIND-PLANO
                   ADD 1 TO WRK-QTDE-PENDENTES
                   GO TO 3000-TRATAR-DECISAO-EXIT
           END-READ.
           IF NOT SEG-SINISTRO-AVISADO
               DISPLAY "DECISAO PARA PLANO SEM SINISTRO AVISADO: "
                   SIND-PLANO " SITUACAO " SEG_SITUACAO
               ADD 1 TO WRK-QTDE-PENDENTES
               GO TO 3000-TRATAR-DECISAO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SIND-PAGO
                   PERFORM 4000-QUITAR-PLANO THRU 4000-QUITAR-PLANO-EXIT
               WHEN SIND-NEGADO
                   PERFORM 5000-NEGAR-SINISTRO
                       THRU 5000-NEGAR-SINISTRO-EXIT
               WHEN OTHER
                   DISPLAY "DECISAO DE SINISTRO INVALIDA: "
                       SIND-DECISAO " PLANO " SIND-PLANO
                   ADD 1 TO WRK-QTDE-PENDENTES
           END-EVALUATE.
       3000-TRATAR-DECISAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   INDENIZACAO PAGA: O SALDO A VENCER DO PLANO SAI DO ATIVO    *
      *>   CONTRA A SEGURADORA; O QUE EXCEDER O SALDO E DOS            *
      *>   BENEFICIARIOS E SO APARECE NO RELATORIO                     *
      *----------------------------------------------------------------*
       4000-QUITAR-PLANO.
      *----------------------------------------------------------------*
           MOVE "INDENIZACAO PENDENTE" TO WRK-LS-OCORRENCIA.
           MOVE SIND-VALOR TO WRK-LS-VALOR.

           IF INDENIZACAO-RETIDA
               ADD 1 TO WRK-QTDE-PENDENTES
               MOVE SEG_SALDO_SINISTRO TO WRK-LS-SALDO
               MOVE "CODIGO SGSN AUSENTE" TO WRK-MOTIVO
               PERFORM 6000-RELATAR THRU 6000-RELATAR-EXIT
               GO TO 4000-QUITAR-PLANO-EXIT
           END-IF.

           PERFORM 7000-LOCALIZAR-PLANO THRU 7000-LOCALIZAR-PLANO-EXIT.
           IF NOT PL-ACHADO
               OR WRK-PL-ATIVO (WRK-PL-IDX) NOT = "S"
               ADD 1 TO WRK-QTDE-PENDENTES
               MOVE SEG_SALDO_SINISTRO TO WRK-LS-SALDO
               MOVE "PLANO NAO ATIVO EM PLANOMST" TO WRK-MOTIVO
               PERFORM 6000-RELATAR THRU 6000-RELATAR-EXIT
               GO TO 4000-QUITAR-PLANO-EXIT
           END-IF.

           IF SIND-VALOR IS NOT NUMERIC
               OR SIND-VALOR < WRK-PL-SALDO (WRK-PL-IDX)
               ADD 1 TO WRK-QTDE-PENDENTES
               MOVE WRK-PL-SALDO (WRK-PL-IDX) TO WRK-LS-SALDO
               MOVE "INDENIZACAO MENOR QUE O SALDO" TO WRK-MOTIVO
               PERFORM 6000-RELATAR THRU 6000-RELATAR-EXIT
               GO TO 4000-QUITAR-PLANO-EXIT
           END-IF.

      *>   O SEGURO E REGRAVADO ANTES: SE FALHAR, O PLANO NAO E
      *>   QUITADO E NADA VAI A GLPARTIDA
           SET SEG-SINISTRO-INDENIZADO TO TRUE.
           MOVE SIND-VALOR TO SEG_VALOR_INDENIZADO.
           REWRITE SEGURO-REG.
           IF WRK-STATUS-SEG NOT = "00"
               DISPLAY "ERRO AO QUITAR SINISTRO DO PLANO " SEG_PLANO
                   " STATUS " WRK-STATUS-SEG
               SET ERRO-GRAVACAO TO TRUE
               GO TO 4000-QUITAR-PLANO-EXIT
           END-IF.

           MOVE WRK-DATA-HOJE     TO GLJ_DATA.
           MOVE WRK-SGSN-DEBITO   TO GLJ_CONTA_GL.
           MOVE "D"               TO GLJ_DC.
           MOVE WRK-PL-SALDO (WRK-PL-IDX) TO GLJ_VALOR.
           MOVE WRK-COD-SINISTRO  TO GLJ_CODIGO.
           MOVE SEG_CONTA         TO GLJ_CONTA_ORIGEM.
           WRITE JORNAL-REG.
           MOVE WRK-SGSN-CREDITO  TO GLJ_CONTA_GL.
           MOVE "C"               TO GLJ_DC.
           WRITE JORNAL-REG.

           MOVE "S" TO WRK-PL-INDENIZADO (WRK-PL-IDX).
           ADD 1 TO WRK-QTDE-INDENIZADOS.

           ADD 1 TO WRK-QTDE-PAGOS.
           ADD WRK-PL-SALDO (WRK-PL-IDX) TO WRK-TOTAL-QUITADO.

           COMPUTE WRK-EXCEDENTE = SIND-VALOR
               - WRK-PL-SALDO (WRK-PL-IDX).
           MOVE "PLANO QUITADO       " TO WRK-LS-OCORRENCIA.
           MOVE WRK-PL-SALDO (WRK-PL-IDX) TO WRK-LS-SALDO.
           IF WRK-EXCEDENTE > ZEROS
               MOVE "EXCEDENTE DOS BENEFICIARIOS" TO WRK-MOTIVO
           ELSE
               MOVE SIND-PROCESSO TO WRK-MOTIVO
           END-IF.
           PERFORM 6000-RELATAR THRU 6000-RELATAR-EXIT.
       4000-QUITAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SINISTRO NEGADO: O PLANO VOLTA A SER COBRADO NA CONTA       *
      *----------------------------------------------------------------*
       5000-NEGAR-SINISTRO.
      *----------------------------------------------------------------*
           SET SEG-SINISTRO-NEGADO TO TRUE.
           REWRITE SEGURO-REG.
           IF WRK-STATUS-SEG NOT = "00"
               DISPLAY "ERRO AO NEGAR SINISTRO DO PLANO " SEG_PLANO
                   " STATUS " WRK-STATUS-SEG
               SET ERRO-GRAVACAO TO TRUE
               GO TO 5000-NEGAR-SINISTRO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-NEGADOS.

           MOVE "SINISTRO NEGADO     " TO WRK-LS-OCORRENCIA.
           MOVE SEG_SALDO_SINISTRO TO WRK-LS-SALDO.
           MOVE ZEROS TO WRK-LS-VALOR.
           MOVE "PLANO VOLTA A COBRANCA" TO WRK-MOTIVO.
           PERFORM 6000-RELATAR THRU 6000-RELATAR-EXIT.
       5000-NEGAR-SINISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-RELATAR.
      *----------------------------------------------------------------*
           MOVE SEG_PLANO  TO WRK-LS-PLANO.
           MOVE SEG_CPF    TO WRK-LS-CPF.
           IF WRK-LS-OCORRENCIA = "SINISTRO AVISADO    "
               MOVE SEG_SALDO_SINISTRO TO WRK-LS-SALDO
           END-IF.
           MOVE WRK-MOTIVO TO WRK-LS-MOTIVO.
           MOVE WRK-LINHA-SINISTRO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-RELATAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-LOCALIZAR-PLANO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-PL-ACHADO.
           SET WRK-PL-IDX TO 1.
           SEARCH WRK-PL-ITEM VARYING WRK-PL-IDX
               AT END
                   CONTINUE
               WHEN WRK-PL-IDX > WRK-MAX-PLANOS
                   CONTINUE
               WHEN WRK-PL-NUMERO (WRK-PL-IDX) = SEG_PLANO
                   SET PL-ACHADO TO TRUE
           END-SEARCH.
       7000-LOCALIZAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANO INDENIZADO FICA QUITADO PELO SEGURO (SITUACAO I), SEM *
      *>   PARCELA A POSTAR                                            *
      *----------------------------------------------------------------*
       8000-REGRAVAR-PLANOS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-PLN.
           OPEN INPUT PLANO-FILE.
           OPEN OUTPUT TRABALHO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               OR WRK-STATUS-TRAB NOT = "00"
               DISPLAY "PLANOMST/PLANOWRK INDISPONIVEL, STATUS "
                   WRK-STATUS-PLN "/" WRK-STATUS-TRAB
                   " - PLANOS QUITADOS NAO REGRAVADOS"
               SET ERRO-GRAVACAO TO TRUE
               CLOSE PLANO-FILE
               CLOSE TRABALHO-FILE
               GO TO 8000-REGRAVAR-PLANOS-EXIT
           END-IF.
           PERFORM 8100-COPIAR-PLANO THRU 8100-COPIAR-PLANO-EXIT
               UNTIL FIM-PLN.
           CLOSE PLANO-FILE.
           CLOSE TRABALHO-FILE.
      *>   COPIA INCOMPLETA EM PLANOWRK NAO SUBSTITUI O PLANOMST
           IF COPIA-FALHOU
               DISPLAY "PLANOMST MANTIDO COMO ESTAVA - PLANOS "
                   "QUITADOS NAO REGRAVADOS"
               GO TO 8000-REGRAVAR-PLANOS-EXIT
           END-IF.

           OPEN INPUT TRABALHO-FILE.
           OPEN OUTPUT PLANO-FILE.
           PERFORM 8200-COPIAR-TRABALHO
               THRU 8200-COPIAR-TRABALHO-EXIT
               UNTIL FIM-TRAB.
           CLOSE TRABALHO-FILE.
           CLOSE PLANO-FILE.
       8000-REGRAVAR-PLANOS-EXIT.
           EXIT.

       8100-COPIAR-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 8100-COPIAR-PLANO-EXIT
           END-IF.

           MOVE PLN_NUMERO TO SEG_PLANO.
           PERFORM 7000-LOCALIZAR-PLANO THRU 7000-LOCALIZAR-PLANO-EXIT.
           IF PL-ACHADO
               AND WRK-PL-INDENIZADO (WRK-PL-IDX) = "S"
               AND PLN-ATIVO
               SET PLN-QUITADO-SEGURO TO TRUE
               COMPUTE PLN_PROX_PARCELA = PLN_QTDE + 1
           END-IF.

           WRITE TRABALHO-REG FROM PLANO-REG.
           IF WRK-STATUS-TRAB NOT = "00"
               DISPLAY "ERRO AO GRAVAR PLANOWRK, PLANO " PLN_NUMERO
                   " STATUS " WRK-STATUS-TRAB
               SET COPIA-FALHOU TO TRUE
               SET ERRO-GRAVACAO TO TRUE
               SET FIM-PLN TO TRUE
           END-IF.
       8100-COPIAR-PLANO-EXIT.
           EXIT.

       8200-COPIAR-TRABALHO.
           READ TRABALHO-FILE.
           IF WRK-STATUS-TRAB NOT = "00"
               SET FIM-TRAB TO TRUE
               GO TO 8200-COPIAR-TRABALHO-EXIT
           END-IF.
           MOVE TRABALHO-REG TO PLANO-REG.
           WRITE PLANO-REG.
           IF WRK-STATUS-PLN NOT = "00"
               DISPLAY "ERRO AO REGRAVAR PLANOMST, PLANO " PLN_NUMERO
                   " STATUS " WRK-STATUS-PLN " - RESTAURAR DE PLANOWRK"
               SET ERRO-GRAVACAO TO TRUE
               SET FIM-TRAB TO TRUE
           END-IF.
       8200-COPIAR-TRABALHO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-AVISADOS TO WRK-AT-QTDE.
           MOVE WRK-TOTAL-AVISADO TO WRK-AT-SALDO.
           MOVE WRK-AVS-TRAILER TO AVISO-LINHA.
           WRITE AVISO-LINHA.
           CLOSE AVISO-FILE.
           CLOSE RELATORIO-FILE.

           IF SEGUROS-ABERTO
               CLOSE SEGURO-FILE
               CLOSE CLIENTE-MASTER-FILE
               CLOSE DECISAO-FILE
               IF NOT INDENIZACAO-RETIDA
                   CLOSE JORNAL-FILE
               END-IF
           END-IF.

           DISPLAY "===== SINISTROS DO SEGURO PRESTAMISTA =====".
           DISPLAY "SEGUROS EM SEGMST....: " WRK-QTDE-SEGUROS.
           DISPLAY "SINISTROS AVISADOS...: " WRK-QTDE-AVISADOS.
           DISPLAY "SALDO AVISADO........: " WRK-TOTAL-AVISADO.
           DISPLAY "SEGUROS ENCERRADOS...: " WRK-QTDE-ENCERRADOS.
           DISPLAY "DECISOES LIDAS.......: " WRK-QTDE-DECISOES.
           DISPLAY "PLANOS QUITADOS......: " WRK-QTDE-PAGOS.
           DISPLAY "VALOR QUITADO........: " WRK-TOTAL-QUITADO.
           DISPLAY "SINISTROS NEGADOS....: " WRK-QTDE-NEGADOS.
           DISPLAY "DECISOES PENDENTES...: " WRK-QTDE-PENDENTES.

           IF PLANOS-INCOMPLETO
               DISPLAY "PLANOMST MAIOR QUE A TABELA, SEGUROS DE PLANOS "
                   "ALEM DELA NAO EXAMINADOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTDE-PENDENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF INDENIZACAO-RETIDA
               OR ERRO-GRAVACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
