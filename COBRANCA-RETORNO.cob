      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. COBRANCA-RETORNO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : PROCESSAMENTO DO ARQUIVO DE RETORNO DAS        <*
      *>                AGENCIAS DE COBRANCA (COBRETIN) CONTRA AS     <*
      *>                DIVIDAS CEDIDAS EM COBRMST. SO E ACEITO       <*
      *>                RETORNO DA AGENCIA QUE DETEM A DIVIDA, COM A  <*
      *>                DIVIDA AINDA EM COBRANCA. ACORDO (A): VIRA    <*
      *>                PEDIDO DE PLANO DE RENEGOCIACAO EM PLANOPED,  <*
      *>                CONCEDIDO NA PROXIMA RODADA DE                <*
      *>                PLANO-CONCEDE.COB; NO ADIANTAMENTO A          <*
      *>                DEPOSITANTE O SALDO DEVEDOR E ZERADO PELO     <*
      *>                CREDITO RNAD ATE O VALOR DO ACORDO (O PLANO   <*
      *>                PASSA A SER A DIVIDA) E NO PLANO EM ATRASO O  <*
      *>                PLANO ANTIGO FICA COM A SITUACAO R. PAGAMENTO <*
      *>                (P): SO E CONFIRMADO O QUE A DIVIDA MOSTRA -  <*
      *>                ANTES DO ACORDO, A QUEDA DO SALDO DEVEDOR     <*
      *>                (CONTASDB OU SALDO A VENCER EM PLANOMST)      <*
      *>                DESDE A CESSAO, DESCONTADO O JA CONFIRMADO;   <*
      *>                DEPOIS DO ACORDO, O VALOR ACORDADO AINDA NAO  <*
      *>                CONFIRMADO. O CONFIRMADO VAI A COBRPAG, BASE  <*
      *>                DA COMISSAO, E A DIVIDA ZERADA FICA QUITADA   <*
      *>                (Q). DEVOLUCAO SEM TRABALHO (D): A DIVIDA     <*
      *>                VOLTA AO BANCO E PODE SER CEDIDA DE NOVO.     <*
      *>                EVENTOS E RECUSAS NO RELATORIO COBRETREL      <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  REGISTRO DE TRABALHO PLANOWRK AMPLIADO    <*
      *>                    PARA 80 POSICOES, ACOMPANHANDO O CET      <*
      *>                    GRAVADO NO PLANO (PLANO-REG)              <*
      *>   15/10/2026  GGS  O PLANO EM ATRASO RENEGOCIADO SAI DA      <*
      *>                    CONTA DE PARCELAS A RECEBER PELO PAR PLNB <*
      *>                    EM GLPARTIDA, NO VALOR DO SALDO A VENCER; <*
      *>                    O NOVO PLANO ENTRA PELA CONCESSAO         <*
      *>                    (PED-ORIGEM R). SEM O CODIGO PLNB EM      <*
      *>                    TRANSCOD OU SEM GLPARTIDA, SO OS ACORDOS  <*
      *>                    DE PLANO EM ATRASO SAO RECUSADOS          <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT RETORNO-FILE        ASSIGN TO "COBRETIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RET.

           SELECT COBRANCA-FILE       ASSIGN TO "COBRMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS COB-CHAVE
               FILE STATUS        IS WRK-STATUS-COB.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT TRABALHO-FILE       ASSIGN TO "PLANOWRK"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRAB.

           SELECT PEDIDO-FILE         ASSIGN TO "PLANOPED"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PED.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

           SELECT PAGAMENTO-FILE      ASSIGN TO "COBRPAG"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PAG.

           SELECT RELATORIO-FILE      ASSIGN TO "COBRETREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  RETORNO-FILE.
       01  RETORNO-REG.
           02 RET-AGENCIA             PIC X(04).
           02 RET-MODALIDADE          PIC X(02).
           02 RET-NUMERO              PIC 9(08).
           02 RET-TIPO                PIC X(01).
               88 RET-ACORDO              VALUE "A".
               88 RET-PAGAMENTO           VALUE "P".
               88 RET-DEVOLUCAO           VALUE "D".
           02 RET-VALOR               PIC 9(09)V99.
           02 RET-QTDE-PARCELAS       PIC 9(03).
           02 RET-DIA-VENC            PIC 9(02).

       FD  COBRANCA-FILE.
           COPY COBRANCA-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(80).

       FD  PEDIDO-FILE.
       01  PEDIDO-REG.
           02 PED-CONTA           PIC 9(08).
           02 PED-VALOR           PIC 9(09)V99.
           02 PED-QTDE            PIC 9(03).
           02 PED-DIA-VENC        PIC 9(02).
           02 PED-SEGURO          PIC X(01).
           02 PED-ORIGEM          PIC X(01).

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

       FD  PAGAMENTO-FILE.
           COPY COBRPAG-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-RET         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-COB         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRAB        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PAG         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.

       77  WRK-FIM-RET            PIC X(01) VALUE "N".
           88 FIM-RET                 VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-FIM-TRAB           PIC X(01) VALUE "N".
           88 FIM-TRAB                VALUE "S".
       77  WRK-SEM-CODIGO         PIC X(01) VALUE "N".
           88 SEM-CODIGO              VALUE "S".
       77  WRK-SEM-BAIXA-PLANO    PIC X(01) VALUE "N".
           88 SEM-BAIXA-PLANO         VALUE "S".
       77  WRK-PLANOS-INCOMPLETO  PIC X(01) VALUE "N".
           88 PLANOS-INCOMPLETO       VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
       77  WRK-EXPOSICAO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DISPONIVEL         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ACORDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-CONFIRMADO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIFERENCA          PIC 9(09)V99 VALUE ZEROS.

       77  WRK-COD-RENEGOCIACAO   PIC X(04) VALUE "RNAD".
       77  WRK-COD-BAIXA-PLANO    PIC X(04) VALUE "PLNB".
       77  WRK-PLNB-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-PLNB-CREDITO       PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PLANOS DE PARCELAMENTO EM MEMORIA: SALDO A VENCER (ZERO     *
      *>   FORA DA SITUACAO ATIVA) E A MARCA DE RENEGOCIACAO           *
      *----------------------------------------------------------------*
       77  WRK-MAX-PLANOS         PIC 9(04) VALUE ZEROS.
       77  WRK-NUMERO-PLANO       PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-RENEGOCIADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-PL-ACHADO          PIC X(01) VALUE "N".
           88 PL-ACHADO               VALUE "S".
       01  WRK-TABELA-PLANOS.
           02 WRK-PL-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-PL-IDX.
               03 WRK-PL-NUMERO        PIC 9(07).
               03 WRK-PL-SALDO         PIC 9(09)V99.
               03 WRK-PL-RENEGOCIAR    PIC X(01).
                   88 PL-RENEGOCIAR        VALUE "S".

       77  WRK-QTDE-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ACORDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-ACORDOS      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-PAGAMENTOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-INFORMADO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONFIRMADO   PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-QUITADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-DEVOLUCOES    PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RECUSADOS     PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-EVENTO.
           02 WRK-E-EVENTO         PIC X(14).
           02 FILLER               PIC X(04) VALUE " AG ".
           02 WRK-E-AGENCIA        PIC X(04).
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-E-MODALIDADE     PIC X(02).
           02 FILLER               PIC X(01) VALUE SPACES.
           02 WRK-E-NUMERO         PIC 9(08).
           02 FILLER               PIC X(07) VALUE " VALOR ".
           02 WRK-E-VALOR          PIC Z(08)9.99.
           02 FILLER               PIC X(03) VALUE " - ".
           02 WRK-E-MOTIVO         PIC X(30).

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-RETORNO
               THRU 2000-PROCESSAR-RETORNO-EXIT
               UNTIL FIM-RET.
           IF WRK-QTDE-RENEGOCIADOS > ZEROS
               PERFORM 7000-MARCAR-RENEGOCIADOS
                   THRU 7000-MARCAR-RENEGOCIADOS-EXIT
               PERFORM 7500-REGRAVAR-PLANOS
                   THRU 7500-REGRAVAR-PLANOS-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD.

      *>   SEM O CODIGO PROPRIO O CREDITO DO ACORDO DE ADIANTAMENTO
      *>   NAO CHEGA AO DIARIO; SO ESSES ACORDOS SAO RECUSADOS
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               SET SEM-CODIGO TO TRUE
               SET SEM-BAIXA-PLANO TO TRUE
           ELSE
               MOVE WRK-COD-RENEGOCIACAO TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       SET SEM-CODIGO TO TRUE
               END-READ
               MOVE WRK-COD-BAIXA-PLANO TO TCOD_CODIGO
               READ TRANSCOD-FILE
                   INVALID KEY
                       SET SEM-BAIXA-PLANO TO TRUE
                   NOT INVALID KEY
                       MOVE TCOD_CONTA_DEBITO  TO WRK-PLNB-DEBITO
                       MOVE TCOD_CONTA_CREDITO TO WRK-PLNB-CREDITO
               END-READ
           END-IF.
           CLOSE TRANSCOD-FILE.
           IF SEM-CODIGO
               DISPLAY "CODIGO " WRK-COD-RENEGOCIACAO
                   " AUSENTE DE TRANSCOD, ACORDOS DE ADIANTAMENTO "
                   "RECUSADOS"
           END-IF.

      *>   O PLANO EM ATRASO RENEGOCIADO SO PODE SAIR DA SITUACAO
      *>   ATIVA SE A BAIXA DELE CHEGAR AO RAZAO
           IF NOT SEM-BAIXA-PLANO
               OPEN EXTEND JORNAL-FILE
               IF WRK-STATUS-JORNAL = "35"
                   OPEN OUTPUT JORNAL-FILE
               END-IF
               IF WRK-STATUS-JORNAL NOT = "00"
                   SET SEM-BAIXA-PLANO TO TRUE
               END-IF
           END-IF.
           IF SEM-BAIXA-PLANO
               DISPLAY "CODIGO " WRK-COD-BAIXA-PLANO
                   " AUSENTE DE TRANSCOD OU GLPARTIDA INDISPONIVEL, "
                   "ACORDOS DE PLANO EM ATRASO RECUSADOS"
           END-IF.

           PERFORM 1100-CARREGAR-PLANOS THRU 1100-CARREGAR-PLANOS-EXIT.

           OPEN INPUT RETORNO-FILE.
           IF WRK-STATUS-RET NOT = "00"
               DISPLAY "ARQUIVO DE RETORNO COBRETIN AUSENTE"
               SET FIM-RET TO TRUE
           END-IF.

           OPEN INPUT CONTA-FILE.

           OPEN I-O COBRANCA-FILE.
           IF WRK-STATUS-COB = "35"
               CLOSE COBRANCA-FILE
               OPEN OUTPUT COBRANCA-FILE
               CLOSE COBRANCA-FILE
               OPEN I-O COBRANCA-FILE
           END-IF.

           OPEN EXTEND PEDIDO-FILE.
           IF WRK-STATUS-PED = "35"
               OPEN OUTPUT PEDIDO-FILE
           END-IF.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.

           OPEN EXTEND PAGAMENTO-FILE.
           IF WRK-STATUS-PAG = "35"
               OPEN OUTPUT PAGAMENTO-FILE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "RETORNO DAS AGENCIAS DE COBRANCA - EVENTOS E RECUSAS"
               TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
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
           MOVE ZEROS      TO WRK-PL-SALDO (WRK-MAX-PLANOS).
           MOVE "N"        TO WRK-PL-RENEGOCIAR (WRK-MAX-PLANOS).
           IF PLN-ATIVO
               AND PLN_PROX_PARCELA NOT > PLN_QTDE
               COMPUTE WRK-PL-SALDO (WRK-MAX-PLANOS) =
                   (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
                   + PLN_VALOR_ULTIMA
           END-IF.
       1150-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RETORNO ACEITO SO DA AGENCIA QUE DETEM A DIVIDA, COM A      *
      *>   DIVIDA AINDA EM COBRANCA                                    *
      *----------------------------------------------------------------*
       2000-PROCESSAR-RETORNO.
      *----------------------------------------------------------------*
           READ RETORNO-FILE.
           IF WRK-STATUS-RET NOT = "00"
               SET FIM-RET TO TRUE
               GO TO 2000-PROCESSAR-RETORNO-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-LIDOS.

           IF NOT RET-ACORDO AND NOT RET-PAGAMENTO
               AND NOT RET-DEVOLUCAO
               MOVE "TIPO DE RETORNO INVALIDO" TO WRK-MOTIVO
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RETORNO-EXIT
           END-IF.

           MOVE RET-MODALIDADE TO COB_MODALIDADE.
           MOVE RET-NUMERO     TO COB_NUMERO.
           READ COBRANCA-FILE
               INVALID KEY
                   MOVE "DIVIDA NAO CEDIDA" TO WRK-MOTIVO
                   PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
                   GO TO 2000-PROCESSAR-RETORNO-EXIT
           END-READ.

           IF COB_AGENCIA NOT = RET-AGENCIA
               MOVE "DIVIDA CEDIDA A OUTRA AGENCIA" TO WRK-MOTIVO
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RETORNO-EXIT
           END-IF.

           IF NOT COB-EM-COBRANCA
               MOVE "DIVIDA FORA DE COBRANCA" TO WRK-MOTIVO
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
               GO TO 2000-PROCESSAR-RETORNO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RET-ACORDO
                   PERFORM 3000-REGISTRAR-ACORDO
                       THRU 3000-REGISTRAR-ACORDO-EXIT
               WHEN RET-PAGAMENTO
                   PERFORM 4000-REGISTRAR-PAGAMENTO
                       THRU 4000-REGISTRAR-PAGAMENTO-EXIT
               WHEN RET-DEVOLUCAO
                   PERFORM 5000-REGISTRAR-DEVOLUCAO
                       THRU 5000-REGISTRAR-DEVOLUCAO-EXIT
           END-EVALUATE.
       2000-PROCESSAR-RETORNO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ACORDO: PEDIDO DE PLANO EM PLANOPED. ADIANTAMENTO RECEBE O  *
      *>   CREDITO RNAD (LIMITADO AO SALDO DEVEDOR DE HOJE, QUE E O    *
      *>   QUE O PLANO PASSA A COBRAR); PLANO ANTIGO FICA MARCADO      *
      *>   PARA A SITUACAO R NO FIM DA RODADA                          *
      *----------------------------------------------------------------*
       3000-REGISTRAR-ACORDO.
      *----------------------------------------------------------------*
           IF NOT COB-CEDIDA
               MOVE "ACORDO JA REGISTRADO" TO WRK-MOTIVO
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
               GO TO 3000-REGISTRAR-ACORDO-EXIT
           END-IF.

           IF RET-VALOR = ZEROS
               OR RET-QTDE-PARCELAS = ZEROS
               OR RET-DIA-VENC = ZEROS
               OR RET-DIA-VENC > 31
               MOVE "CONDICOES DO ACORDO INVALIDAS" TO WRK-MOTIVO
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
               GO TO 3000-REGISTRAR-ACORDO-EXIT
           END-IF.

           MOVE RET-VALOR TO WRK-VALOR-ACORDO.

           IF COB-ADIANTAMENTO
               IF SEM-CODIGO
                   MOVE "CODIGO RNAD AUSENTE" TO WRK-MOTIVO
                   PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
                   GO TO 3000-REGISTRAR-ACORDO-EXIT
               END-IF
               PERFORM 4100-EXPOSICAO-CONTA
                   THRU 4100-EXPOSICAO-CONTA-EXIT
               IF WRK-EXPOSICAO = ZEROS
                   MOVE "CONTA SEM SALDO DEVEDOR" TO WRK-MOTIVO
                   PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
                   GO TO 3000-REGISTRAR-ACORDO-EXIT
               END-IF
               IF WRK-VALOR-ACORDO > WRK-EXPOSICAO
                   MOVE WRK-EXPOSICAO TO WRK-VALOR-ACORDO
               END-IF
               MOVE COB_CONTA            TO TRANS_CONTA
               MOVE "C"                  TO TRANS_TIPO
               MOVE WRK-VALOR-ACORDO     TO TRANS_VALOR
               MOVE CONTA_MOEDA          TO TRANS_MOEDA
               MOVE WRK-COD-RENEGOCIACAO TO TRANS_CODIGO
               PERFORM 8900-CARIMBAR-ORIGEM
                   THRU 8900-CARIMBAR-ORIGEM-EXIT
               WRITE TRANSACAO-REG
           ELSE
               IF SEM-BAIXA-PLANO
                   MOVE "CODIGO PLNB AUSENTE" TO WRK-MOTIVO
                   PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
                   GO TO 3000-REGISTRAR-ACORDO-EXIT
               END-IF
               MOVE COB_NUMERO TO WRK-NUMERO-PLANO
               PERFORM 4200-LOCALIZAR-PLANO
                   THRU 4200-LOCALIZAR-PLANO-EXIT
               IF NOT PL-ACHADO
                   OR WRK-PL-SALDO (WRK-PL-IDX) = ZEROS
                   MOVE "PLANO NAO ESTA ATIVO" TO WRK-MOTIVO
                   PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
                   GO TO 3000-REGISTRAR-ACORDO-EXIT
               END-IF
               SET PL-RENEGOCIAR (WRK-PL-IDX) TO TRUE
               ADD 1 TO WRK-QTDE-RENEGOCIADOS
           END-IF.

           MOVE COB_CONTA         TO PED-CONTA.
           MOVE WRK-VALOR-ACORDO  TO PED-VALOR.
           MOVE RET-QTDE-PARCELAS TO PED-QTDE.
           MOVE RET-DIA-VENC      TO PED-DIA-VENC.
           MOVE "N"               TO PED-SEGURO.
           MOVE "R"               TO PED-ORIGEM.
           WRITE PEDIDO-REG.

           SET COB-ACORDO TO TRUE.
           MOVE WRK-VALOR-ACORDO TO COB_VALOR_ACORDO.
           MOVE WRK-DATA-HOJE    TO COB_DATA_RETORNO.
           REWRITE COBRANCA-REG.

           ADD 1 TO WRK-QTDE-ACORDOS.
           ADD WRK-VALOR-ACORDO TO WRK-TOTAL-ACORDOS.
           MOVE "ACORDO" TO WRK-E-EVENTO.
           MOVE WRK-VALOR-ACORDO TO WRK-E-VALOR.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-VALOR-ACORDO < RET-VALOR
               MOVE "LIMITADO AO SALDO DEVEDOR" TO WRK-MOTIVO
           END-IF.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
       3000-REGISTRAR-ACORDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PAGAMENTO: CONFIRMADO ATE O QUE A DIVIDA MOSTRA; SO O       *
      *>   CONFIRMADO ENTRA EM COBRPAG E NA COMISSAO                   *
      *----------------------------------------------------------------*
       4000-REGISTRAR-PAGAMENTO.
      *----------------------------------------------------------------*
           IF RET-VALOR = ZEROS
               MOVE "PAGAMENTO SEM VALOR" TO WRK-MOTIVO
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
               GO TO 4000-REGISTRAR-PAGAMENTO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-EXPOSICAO WRK-DISPONIVEL.
           IF COB-ACORDO
               IF COB_VALOR_ACORDO > COB_VALOR_RECUPERADO
                   COMPUTE WRK-DISPONIVEL =
                       COB_VALOR_ACORDO - COB_VALOR_RECUPERADO
               END-IF
           ELSE
               IF COB-ADIANTAMENTO
                   PERFORM 4100-EXPOSICAO-CONTA
                       THRU 4100-EXPOSICAO-CONTA-EXIT
               ELSE
                   MOVE COB_NUMERO TO WRK-NUMERO-PLANO
                   PERFORM 4200-LOCALIZAR-PLANO
                       THRU 4200-LOCALIZAR-PLANO-EXIT
                   IF PL-ACHADO
                       MOVE WRK-PL-SALDO (WRK-PL-IDX) TO WRK-EXPOSICAO
                   END-IF
               END-IF
               IF COB_VALOR_CEDIDO >
                   WRK-EXPOSICAO + COB_VALOR_RECUPERADO
                   COMPUTE WRK-DISPONIVEL = COB_VALOR_CEDIDO
                       - WRK-EXPOSICAO - COB_VALOR_RECUPERADO
               END-IF
           END-IF.

           MOVE RET-VALOR TO WRK-VALOR-CONFIRMADO.
           IF WRK-VALOR-CONFIRMADO > WRK-DISPONIVEL
               MOVE WRK-DISPONIVEL TO WRK-VALOR-CONFIRMADO
           END-IF.
           IF WRK-VALOR-CONFIRMADO = ZEROS
               MOVE "PAGAMENTO NAO CONFIRMADO" TO WRK-MOTIVO
               PERFORM 6000-RECUSAR THRU 6000-RECUSAR-EXIT
               GO TO 4000-REGISTRAR-PAGAMENTO-EXIT
           END-IF.

           MOVE COB_AGENCIA          TO CPG_AGENCIA.
           MOVE COB_FAIXA            TO CPG_FAIXA.
           MOVE COB_MODALIDADE       TO CPG_MODALIDADE.
           MOVE COB_NUMERO           TO CPG_NUMERO.
           MOVE COB_CONTA            TO CPG_CONTA.
           MOVE WRK-DATA-HOJE        TO CPG_DATA.
           MOVE RET-VALOR            TO CPG_VALOR_INFORMADO.
           MOVE WRK-VALOR-CONFIRMADO TO CPG_VALOR_CONFIRMADO.
           WRITE COBRPAG-REG.

           ADD WRK-VALOR-CONFIRMADO TO COB_VALOR_RECUPERADO.
           MOVE WRK-DATA-HOJE TO COB_DATA_RETORNO.
           IF (COB-CEDIDA AND WRK-EXPOSICAO = ZEROS)
               OR (COB-ACORDO
                   AND COB_VALOR_RECUPERADO NOT < COB_VALOR_ACORDO)
               SET COB-QUITADA TO TRUE
               ADD 1 TO WRK-QTDE-QUITADAS
           END-IF.
           REWRITE COBRANCA-REG.

           ADD 1 TO WRK-QTDE-PAGAMENTOS.
           ADD RET-VALOR            TO WRK-TOTAL-INFORMADO.
           ADD WRK-VALOR-CONFIRMADO TO WRK-TOTAL-CONFIRMADO.
           MOVE "PAGAMENTO" TO WRK-E-EVENTO.
           MOVE WRK-VALOR-CONFIRMADO TO WRK-E-VALOR.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-VALOR-CONFIRMADO < RET-VALOR
               COMPUTE WRK-DIFERENCA = RET-VALOR - WRK-VALOR-CONFIRMADO
               MOVE "CONFIRMADO EM PARTE" TO WRK-MOTIVO
           END-IF.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
           IF WRK-VALOR-CONFIRMADO < RET-VALOR
               MOVE "NAO CONFIRMADO" TO WRK-E-EVENTO
               MOVE WRK-DIFERENCA TO WRK-E-VALOR
               MOVE "SEM REFLEXO NA DIVIDA" TO WRK-MOTIVO
               PERFORM 6500-RELATAR-EVENTO
                   THRU 6500-RELATAR-EVENTO-EXIT
           END-IF.
       4000-REGISTRAR-PAGAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   SALDO DEVEDOR DE HOJE DA CONTA; ZERO SE POSITIVA OU AUSENTE *
      *----------------------------------------------------------------*
       4100-EXPOSICAO-CONTA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-EXPOSICAO.
           MOVE COB_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   GO TO 4100-EXPOSICAO-CONTA-EXIT
           END-READ.
           IF CONTA_SALDO < ZEROS
               COMPUTE WRK-EXPOSICAO = CONTA_SALDO * -1
           END-IF.
       4100-EXPOSICAO-CONTA-EXIT.
           EXIT.

       4200-LOCALIZAR-PLANO.
           MOVE "N" TO WRK-PL-ACHADO.
           IF WRK-MAX-PLANOS = ZEROS
               GO TO 4200-LOCALIZAR-PLANO-EXIT
           END-IF.

           SET WRK-PL-IDX TO 1.
           SEARCH WRK-PL-ITEM
               VARYING WRK-PL-IDX
               AT END
                   CONTINUE
               WHEN WRK-PL-IDX > WRK-MAX-PLANOS
                   CONTINUE
               WHEN WRK-PL-NUMERO (WRK-PL-IDX) = WRK-NUMERO-PLANO
                   SET PL-ACHADO TO TRUE
           END-SEARCH.
       4200-LOCALIZAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   DEVOLUCAO SEM TRABALHO: A DIVIDA VOLTA AO BANCO             *
      *----------------------------------------------------------------*
       5000-REGISTRAR-DEVOLUCAO.
      *----------------------------------------------------------------*
           SET COB-DEVOLVIDA TO TRUE.
           MOVE WRK-DATA-HOJE TO COB_DATA_RETORNO.
           REWRITE COBRANCA-REG.

           ADD 1 TO WRK-QTDE-DEVOLUCOES.
           MOVE "DEVOLUCAO" TO WRK-E-EVENTO.
           MOVE COB_VALOR_CEDIDO TO WRK-E-VALOR.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
       5000-REGISTRAR-DEVOLUCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-RECUSAR.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-RECUSADOS.
           MOVE "RECUSADO" TO WRK-E-EVENTO.
           MOVE RET-VALOR  TO WRK-E-VALOR.
           PERFORM 6500-RELATAR-EVENTO THRU 6500-RELATAR-EVENTO-EXIT.
       6000-RECUSAR-EXIT.
           EXIT.

       6500-RELATAR-EVENTO.
           MOVE RET-AGENCIA    TO WRK-E-AGENCIA.
           MOVE RET-MODALIDADE TO WRK-E-MODALIDADE.
           MOVE RET-NUMERO     TO WRK-E-NUMERO.
           MOVE WRK-MOTIVO     TO WRK-E-MOTIVO.
           MOVE WRK-LINHA-EVENTO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6500-RELATAR-EVENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANOS RENEGOCIADOS SAEM DA SITUACAO ATIVA PELA COPIA DE    *
      *>   TRABALHO, COMO NAS DEMAIS MANUTENCOES DE PLANOMST           *
      *----------------------------------------------------------------*
       7000-MARCAR-RENEGOCIADOS.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-PLN.
           OPEN INPUT  PLANO-FILE.
           OPEN OUTPUT TRABALHO-FILE.
           PERFORM 7100-TRATAR-PLANO THRU 7100-TRATAR-PLANO-EXIT
               UNTIL FIM-PLN.
           CLOSE PLANO-FILE.
           CLOSE TRABALHO-FILE.
       7000-MARCAR-RENEGOCIADOS-EXIT.
           EXIT.

       7100-TRATAR-PLANO.
           READ PLANO-FILE.
           IF WRK-STATUS-PLN NOT = "00"
               SET FIM-PLN TO TRUE
               GO TO 7100-TRATAR-PLANO-EXIT
           END-IF.

           IF PLN-ATIVO
               MOVE PLN_NUMERO TO WRK-NUMERO-PLANO
               PERFORM 4200-LOCALIZAR-PLANO
                   THRU 4200-LOCALIZAR-PLANO-EXIT
               IF PL-ACHADO AND PL-RENEGOCIAR (WRK-PL-IDX)
                   PERFORM 7200-BAIXAR-PLANO
                       THRU 7200-BAIXAR-PLANO-EXIT
                   SET PLN-RENEGOCIADO TO TRUE
                   COMPUTE PLN_PROX_PARCELA = PLN_QTDE + 1
               END-IF
           END-IF.

           WRITE TRABALHO-REG FROM PLANO-REG.
       7100-TRATAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O SALDO A VENCER DO PLANO ANTIGO SAI DA CONTA DE PARCELAS A *
      *>   RECEBER (PLNB); O PLANO DO ACORDO ENTRA NELA NA CONCESSAO   *
      *----------------------------------------------------------------*
       7200-BAIXAR-PLANO.
      *----------------------------------------------------------------*
           IF WRK-PL-SALDO (WRK-PL-IDX) = ZEROS
               GO TO 7200-BAIXAR-PLANO-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE             TO GLJ_DATA.
           MOVE PLN_CONTA                 TO GLJ_CONTA_ORIGEM.
           MOVE WRK-PL-SALDO (WRK-PL-IDX) TO GLJ_VALOR.
           MOVE WRK-COD-BAIXA-PLANO       TO GLJ_CODIGO.
           MOVE WRK-PLNB-DEBITO           TO GLJ_CONTA_GL.
           MOVE "D"                       TO GLJ_DC.
           WRITE JORNAL-REG.
           MOVE WRK-PLNB-CREDITO          TO GLJ_CONTA_GL.
           MOVE "C"                       TO GLJ_DC.
           WRITE JORNAL-REG.
       7200-BAIXAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7500-REGRAVAR-PLANOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT PLANO-FILE.
           OPEN INPUT  TRABALHO-FILE.
           PERFORM 7600-COPIAR-TRABALHO
               THRU 7600-COPIAR-TRABALHO-EXIT
               UNTIL FIM-TRAB.
           CLOSE PLANO-FILE.
           CLOSE TRABALHO-FILE.
       7500-REGRAVAR-PLANOS-EXIT.
           EXIT.

       7600-COPIAR-TRABALHO.
           READ TRABALHO-FILE.
           IF WRK-STATUS-TRAB NOT = "00"
               SET FIM-TRAB TO TRUE
               GO TO 7600-COPIAR-TRABALHO-EXIT
           END-IF.
           MOVE TRABALHO-REG TO PLANO-REG.
           WRITE PLANO-REG.
       7600-COPIAR-TRABALHO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "COB"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE        TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE RETORNO-FILE.
           CLOSE CONTA-FILE.
           CLOSE COBRANCA-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE TRANSACAO-FILE.
           IF NOT SEM-BAIXA-PLANO
               CLOSE JORNAL-FILE
           END-IF.
           CLOSE PAGAMENTO-FILE.
           CLOSE RELATORIO-FILE.

           DISPLAY "===== RETORNO DAS AGENCIAS DE COBRANCA =====".
           DISPLAY "RETORNOS LIDOS.......: " WRK-QTDE-LIDOS.
           DISPLAY "ACORDOS..............: " WRK-QTDE-ACORDOS.
           DISPLAY "VALOR DOS ACORDOS....: " WRK-TOTAL-ACORDOS.
           DISPLAY "PLANOS RENEGOCIADOS..: " WRK-QTDE-RENEGOCIADOS.
           DISPLAY "PAGAMENTOS...........: " WRK-QTDE-PAGAMENTOS.
           DISPLAY "VALOR INFORMADO......: " WRK-TOTAL-INFORMADO.
           DISPLAY "VALOR CONFIRMADO.....: " WRK-TOTAL-CONFIRMADO.
           DISPLAY "DIVIDAS QUITADAS.....: " WRK-QTDE-QUITADAS.
           DISPLAY "DEVOLUCOES...........: " WRK-QTDE-DEVOLUCOES.
           DISPLAY "RECUSADOS............: " WRK-QTDE-RECUSADOS.

           IF PLANOS-INCOMPLETO
               DISPLAY "PLANOMST MAIOR QUE A TABELA, PLANOS ALEM DELA "
                   "NAO CONFIRMAM PAGAMENTO"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
