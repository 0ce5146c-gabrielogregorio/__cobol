      *>                    INTEIRO - EM NOVEMBRO A RECONSTRUCAO DE   <*
      *>                    UMA CONTA VARRIA O ANO TODO; SEM O        <*
      *>                    CHAVEADO, VALE A VARREDURA DE SEMPRE      <*
      *>   15/10/2026  GGS  O SALDO RECONSTRUIDO DE CADA CONTA NA     <*
      *>                    DATA ALVO PASSA A SER GRAVADO TAMBEM EM   <*
      *>                    SNAPBASE (DATA, CONTA, SALDO, MOEDA),     <*
      *>                    PARA A CIRCULARIZACAO DE SALDOS DOS       <*
      *>                    AUDITORES                                 <*
      ******************************************************************

      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.

           SELECT BASE-FILE           ASSIGN TO "SNAPBASE"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-BASE.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

       FD  BASE-FILE.
       01  BASE-REG.
           02 BASE_DATA           PIC 9(08).
           02 BASE_CONTA          PIC 9(08).
           02 BASE_SALDO          PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 BASE_MOEDA          PIC X(03).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
           88 FIM-ACERVO              VALUE "S".
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-BASE        PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
                            INDEXED BY WRK-CT-IDX.
               03 WRK-CT-CONTA         PIC 9(08).
               03 WRK-CT-SALDO         PIC S9(11)V99.
               03 WRK-CT-MOEDA         PIC X(03).

       01  WRK-CABECALHO.
           02 FILLER               PIC X(20) VALUE

           OPEN INPUT CONTA-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           OPEN OUTPUT BASE-FILE.

           IF NOT FIM-PED
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
                   ADD 1 TO WRK-MAX-CONTAS
                   MOVE SNAP_CONTA TO WRK-CT-CONTA (WRK-MAX-CONTAS)
                   MOVE SNAP_SALDO TO WRK-CT-SALDO (WRK-MAX-CONTAS)
                   MOVE SNAP_MOEDA TO WRK-CT-MOEDA (WRK-MAX-CONTAS)
               ELSE
                   ADD 1 TO WRK-QTDE-TAB-ESTOURO
               END-IF

           MOVE WRK-LINHA-CONTA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *>   O SALDO RECONSTRUIDO NA DATA ALVO FICA EM SNAPBASE PARA QUEM
      *>   PRECISA DELE (CIRCULARIZA-EMITE.COB)
           MOVE PED-ALVO-DATA              TO BASE_DATA.
           MOVE WRK-CT-CONTA (WRK-CT-IDX)  TO BASE_CONTA.
           MOVE WRK-CT-SALDO (WRK-CT-IDX)  TO BASE_SALDO.
           MOVE WRK-CT-MOEDA (WRK-CT-IDX)  TO BASE_MOEDA.
           WRITE BASE-REG.
       5000-COMPARAR-COM-VIVO-EXIT.
           EXIT.

           CLOSE PEDIDO-FILE.
           CLOSE CONTA-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE BASE-FILE.

           DISPLAY "===== RECONSTRUCAO DE SALDOS =====".
           DISPLAY "PEDIDOS PROCESSADOS..: " WRK-QTDE-PEDIDOS.
