      *>                    PORTREM PARA O CENTRALIZADOR; O TOTAL     <*
      *>                    ENCAMINHADO POR EMPREGADOR SAI NO         <*
      *>                    RELATORIO DIARIO PORTREL                  <*
      *>   15/10/2026  GGS  CADA CREDITO POSTADO E ANEXADO AO          <*
      *>                    HISTORICO POR EMPREGADO FOLHAEMP (DATA,   <*
      *>                    CNPJ, CPF, CONTA, VALOR), BASE DA MARGEM  <*
      *>                    E DO DESLIGAMENTO NO CREDITO CONSIGNADO   <*
      *----------------------------------------------------------------*

      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PREL.

           SELECT FOLHAEMP-FILE       ASSIGN TO "FOLHAEMP"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-FEMP.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  PORTREL-FILE.
       01  PORTREL-LINHA          PIC X(80).

       FD  FOLHAEMP-FILE.
           COPY FOLHAEMP-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PORT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PREL        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FEMP        PIC X(02) VALUE SPACES.
       77  WRK-PORTAB-ABERTA      PIC X(01) VALUE "N".
           88 PORTAB-ABERTA           VALUE "S".
       77  WRK-QTDE-PORTADOS      PIC 9(05) VALUE ZEROS.
               OPEN OUTPUT REMESSA-FILE
           END-IF.

           OPEN EXTEND FOLHAEMP-FILE.
           IF WRK-STATUS-FEMP = "35"
               OPEN OUTPUT FOLHAEMP-FILE
           END-IF.

           OPEN OUTPUT PORTREL-FILE.
           MOVE "SALARIOS ENCAMINHADOS POR PORTABILIDADE"
               TO PORTREL-LINHA.
               CLOSE PORTAB-FILE
           END-IF.
           CLOSE REMESSA-FILE.
           CLOSE FOLHAEMP-FILE.
           CLOSE PORTREL-FILE.
       5000-POSTAR-LOTE-EXIT.
           EXIT.
               WRITE TRANSACAO-REG
               ADD 1 TO WRK-QTDE-CREDITADOS
               ADD FOL-D-VALOR TO WRK-TOTAL-CREDITADO
               MOVE WRK-DATA-HOJE    TO FEMP_DATA
               MOVE WRK-CNPJ-EMPRESA TO FEMP_CNPJ
               MOVE FOL-D-CPF        TO FEMP_CPF
               MOVE FOL-D-CONTA      TO FEMP_CONTA
               MOVE FOL-D-VALOR      TO FEMP_VALOR
               WRITE FOLHAEMP-REG
               PERFORM 6200-ENCAMINHAR-PORTAB
                   THRU 6200-ENCAMINHAR-PORTAB-EXIT
           END-IF.
