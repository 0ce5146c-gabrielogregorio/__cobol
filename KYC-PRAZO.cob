      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. KYC-PRAZO.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : DATA DA PROXIMA REVISAO CADASTRAL A PARTIR DA  <*
      *>                DATA BASE (ULTIMA REVISAO) E DA CLASSE DE     <*
      *>                RISCO DO CLIENTE: OS MESES DE INTERVALO VEM   <*
      *>                DE PARAMMST (KYCMESES-A, KYCMESES-M E         <*
      *>                KYCMESES-B, VIGENTES NA DATA BASE), PADRAO    <*
      *>                12 PARA RISCO ALTO, 24 PARA MEDIO E 60 PARA   <*
      *>                BAIXO OU SEM CLASSE. DIA QUE NAO EXISTE NO    <*
      *>                MES DE DESTINO VIRA O ULTIMO DIA DO MES.      <*
      *>                CHAMADO POR CLIENTE-MASTER.COB E KYC-AGENDA.  <*
      *>                COB, PARA A REGRA FICAR NUM LUGAR SO          <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       01  WRK-DATA-CALCULO.
           02 WRK-CALC-ANO         PIC 9(04).
           02 WRK-CALC-MES         PIC 9(02).
           02 WRK-CALC-DIA         PIC 9(02).
       01  WRK-DATA-CALCULO-N     REDEFINES WRK-DATA-CALCULO
                                   PIC 9(08).

       77  WRK-MESES              PIC 9(03) VALUE ZEROS.
       77  WRK-ANOS               PIC 9(03) VALUE ZEROS.
       77  WRK-MESES-RESTO        PIC 9(02) VALUE ZEROS.
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.

      *================================================================*
       LINKAGE                                       SECTION.
      *================================================================*
       01  KYCP_RISCO               PIC X(01).
       01  KYCP_DATA_BASE           PIC 9(08).
       01  KYCP_DATA_PROXIMA        PIC 9(08).

      *================================================================*
       PROCEDURE                                     DIVISION
                   USING KYCP_RISCO KYCP_DATA_BASE
                         KYCP_DATA_PROXIMA.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-OBTER-INTERVALO THRU 1000-OBTER-INTERVALO-EXIT.

           MOVE KYCP_DATA_BASE TO WRK-DATA-CALCULO-N.
           DIVIDE WRK-MESES BY 12 GIVING WRK-ANOS
               REMAINDER WRK-MESES-RESTO.
           ADD WRK-ANOS TO WRK-CALC-ANO.
           ADD WRK-MESES-RESTO TO WRK-CALC-MES.
           IF WRK-CALC-MES > 12
               SUBTRACT 12 FROM WRK-CALC-MES
               ADD 1 TO WRK-CALC-ANO
           END-IF.

           PERFORM 2000-ULTIMO-DIA-DO-MES
               THRU 2000-ULTIMO-DIA-DO-MES-EXIT.
           IF WRK-CALC-DIA > WRK-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA-MES TO WRK-CALC-DIA
           END-IF.

           MOVE WRK-DATA-CALCULO-N TO KYCP_DATA_PROXIMA.
           GOBACK.

      *----------------------------------------------------------------*
       1000-OBTER-INTERVALO.
      *----------------------------------------------------------------*
           EVALUATE KYCP_RISCO
               WHEN "A"
                   MOVE 12 TO WRK-MESES
                   MOVE "KYCMESES-A" TO WRK-PARM-NOME
               WHEN "M"
                   MOVE 24 TO WRK-MESES
                   MOVE "KYCMESES-M" TO WRK-PARM-NOME
               WHEN OTHER
                   MOVE 60 TO WRK-MESES
                   MOVE "KYCMESES-B" TO WRK-PARM-NOME
           END-EVALUATE.

           CALL "PARAMETRO-LE" USING WRK-PARM-NOME KYCP_DATA_BASE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:3) IS NUMERIC
               AND WRK-PARM-VALOR (1:3) NOT = "000"
               MOVE WRK-PARM-VALOR (1:3) TO WRK-MESES
           END-IF.
       1000-OBTER-INTERVALO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-ULTIMO-DIA-DO-MES.
      *----------------------------------------------------------------*
           EVALUATE WRK-CALC-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-CALC-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       DIVIDE WRK-CALC-ANO BY 100
                           GIVING WRK-QUOC-BISSEXTO
                           REMAINDER WRK-RESTO-BISSEXTO
                       IF WRK-RESTO-BISSEXTO NOT = ZEROS
                           MOVE 29 TO WRK-ULTIMO-DIA-MES
                       ELSE
                           DIVIDE WRK-CALC-ANO BY 400
                               GIVING WRK-QUOC-BISSEXTO
                               REMAINDER WRK-RESTO-BISSEXTO
                           IF WRK-RESTO-BISSEXTO = ZEROS
                               MOVE 29 TO WRK-ULTIMO-DIA-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       2000-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.
