      *>                    TRANSACAO (TABELA TRANSCOD), EM VEZ DE SO  <*
      *>                    A LETRA D/C; MOVIMENTO SEM CODIGO SAI COM  <*
      *>                    A DESCRICAO EM BRANCO COMO ANTES           <*
      *>   15/10/2026  GGS  PLANOS DE PARCELAMENTO ATIVOS DA CONTA    <*
      *>                    (PLANOMST) SAEM APOS O SALDO DE           <*
      *>                    FECHAMENTO, COM O SALDO DEVEDOR E O CET   <*
      *>                    MENSAL E ANUAL GRAVADO NA CONCESSAO       <*
      ******************************************************************

      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXTR.

           SELECT PLANO-FILE          ASSIGN TO "PLANOMST"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  PLANO-FILE.
           COPY PLANO-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
           88 TCOD-DISPONIVEL         VALUE "S".
       77  WRK-DESC-MOVTO         PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *>   PLANOS DE PARCELAMENTO ATIVOS, COM SALDO DEVEDOR E CET,     *
      *>   IMPRESSOS NO FIM DO EXTRATO DA CONTA                        *
      *----------------------------------------------------------------*
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
           88 FIM-PLN                 VALUE "S".
       77  WRK-PLANOS-COMPLETO    PIC X(01) VALUE "S".
           88 PLANOS-INCOMPLETO       VALUE "N".
       77  WRK-QTDE-PLANOS-IMPR   PIC 9(07) VALUE ZEROS.

       77  WRK-MAX-PLANOS         PIC 9(05) VALUE ZEROS.
       01  WRK-TABELA-PLANOS.
           02 WRK-PL-ITEM  OCCURS 5000 TIMES
                            INDEXED BY WRK-PL-IDX.
               03 WRK-PL-CONTA         PIC 9(08).
               03 WRK-PL-NUMERO        PIC 9(07).
               03 WRK-PL-SALDO         PIC 9(09)V99.
               03 WRK-PL-CET-APURADO   PIC X(01).
               03 WRK-PL-CET-MES       PIC 9(03)V9(04).
               03 WRK-PL-CET-ANO       PIC 9(06)V99.

       01  WRK-LINHA-PLANO.
           02 FILLER               PIC X(08) VALUE "PLANO ".
           02 WRK-P-NUMERO          PIC 9(07).
           02 FILLER               PIC X(08) VALUE " SALDO: ".
           02 WRK-P-SALDO           PIC Z(8)9.99.
           02 FILLER               PIC X(07) VALUE " CET: ".
           02 WRK-P-CET-MES         PIC ZZ9.9999.
           02 FILLER               PIC X(10) VALUE " % A.M.   ".
           02 WRK-P-CET-ANO         PIC Z(5)9.99.
           02 FILLER               PIC X(07) VALUE " % A.A.".

       01  WRK-LINHA-PLANO-SEM-CET.
           02 FILLER               PIC X(08) VALUE "PLANO ".
           02 WRK-PS-NUMERO         PIC 9(07).
           02 FILLER               PIC X(08) VALUE " SALDO: ".
           02 WRK-PS-SALDO          PIC Z(8)9.99.
           02 FILLER               PIC X(22)
               VALUE " CET: NAO APURADO".

       01  WRK-CABECALHO-CONTA.
           02 FILLER               PIC X(16) VALUE "EXTRATO DA CONTA".
           02 FILLER               PIC X(02) VALUE SPACES.
               CLOSE TRANSCOD-FILE
           END-IF.

           PERFORM 1100-CARREGAR-PLANOS
               THRU 1100-CARREGAR-PLANOS-EXIT.

           IF NOT FIM-CONTA
               PERFORM 2100-LER-CONTA THRU 2100-LER-CONTA-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PLANOS ATIVOS DE PLANOMST PARA A TABELA; PLANO GRAVADO      *
      *>   ANTES DO CET TRAZ OS CAMPOS EM BRANCO E SAI SEM CET         *
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

           IF NOT PLN-ATIVO
               OR PLN_PROX_PARCELA > PLN_QTDE
               GO TO 1150-LER-PLANO-EXIT
           END-IF.

           IF WRK-MAX-PLANOS NOT < 5000
               SET PLANOS-INCOMPLETO TO TRUE
               GO TO 1150-LER-PLANO-EXIT
           END-IF.

           ADD 1 TO WRK-MAX-PLANOS.
           SET WRK-PL-IDX TO WRK-MAX-PLANOS.
           MOVE PLN_CONTA  TO WRK-PL-CONTA (WRK-PL-IDX).
           MOVE PLN_NUMERO TO WRK-PL-NUMERO (WRK-PL-IDX).
           COMPUTE WRK-PL-SALDO (WRK-PL-IDX) =
               (PLN_QTDE - PLN_PROX_PARCELA) * PLN_VALOR_PARCELA
               + PLN_VALOR_ULTIMA.
           IF PLN_CET_MES IS NUMERIC
               AND PLN_CET_ANO IS NUMERIC
               MOVE "S"         TO WRK-PL-CET-APURADO (WRK-PL-IDX)
               MOVE PLN_CET_MES TO WRK-PL-CET-MES (WRK-PL-IDX)
               MOVE PLN_CET_ANO TO WRK-PL-CET-ANO (WRK-PL-IDX)
           ELSE
               MOVE "N"         TO WRK-PL-CET-APURADO (WRK-PL-IDX)
               MOVE ZEROS       TO WRK-PL-CET-MES (WRK-PL-IDX)
               MOVE ZEROS       TO WRK-PL-CET-ANO (WRK-PL-IDX)
           END-IF.
       1150-LER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRIMEIRA PASSADA SOBRE ACUMTRANS APURA O LIQUIDO DO         *
      *>   PERIODO DA CONTA (PARA RECONSTITUIR A ABERTURA); A SEGUNDA  *
           MOVE WRK-SALDO-CORRENTE TO WRK-F-SALDO.
           MOVE WRK-LINHA-FECHAMENTO TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

           PERFORM 5000-IMPRIMIR-PLANO
               THRU 5000-IMPRIMIR-PLANO-EXIT
               VARYING WRK-PL-IDX FROM 1 BY 1
               UNTIL WRK-PL-IDX > WRK-MAX-PLANOS.

           MOVE SPACES TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.

       4200-OBTER-DESCRICAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-IMPRIMIR-PLANO.
      *----------------------------------------------------------------*
           IF WRK-PL-CONTA (WRK-PL-IDX) NOT = CONTA_NUMERO
               GO TO 5000-IMPRIMIR-PLANO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-PLANOS-IMPR.
           IF WRK-PL-CET-APURADO (WRK-PL-IDX) = "S"
               MOVE WRK-PL-NUMERO (WRK-PL-IDX)  TO WRK-P-NUMERO
               MOVE WRK-PL-SALDO (WRK-PL-IDX)   TO WRK-P-SALDO
               MOVE WRK-PL-CET-MES (WRK-PL-IDX) TO WRK-P-CET-MES
               MOVE WRK-PL-CET-ANO (WRK-PL-IDX) TO WRK-P-CET-ANO
               MOVE WRK-LINHA-PLANO TO EXTRATO-LINHA
           ELSE
               MOVE WRK-PL-NUMERO (WRK-PL-IDX)  TO WRK-PS-NUMERO
               MOVE WRK-PL-SALDO (WRK-PL-IDX)   TO WRK-PS-SALDO
               MOVE WRK-LINHA-PLANO-SEM-CET TO EXTRATO-LINHA
           END-IF.
           WRITE EXTRATO-LINHA.
       5000-IMPRIMIR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6000-CONVERTER-MOEDA.
      *----------------------------------------------------------------*
           DISPLAY "===== EXTRATO POR CONTA =====".
           DISPLAY "CONTAS EXTRATADAS....: " WRK-QTDE-CONTAS.
           DISPLAY "MOVIMENTOS IMPRESSOS.: " WRK-QTDE-MOVTOS.
           DISPLAY "PLANOS IMPRESSOS.....: " WRK-QTDE-PLANOS-IMPR.
           IF PLANOS-INCOMPLETO
               DISPLAY "TABELA DE PLANOS CHEIA, EXTRATO SEM TODOS OS "
                   "PLANOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
