      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  REGISTRO DO ARQUIVO GERADO EM TRANSMST    <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
       77  WRK-TOTAL-DEBITO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITO      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "COSIFEXP".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "CONTADOR".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE 5.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-MES-REF            PIC 9(06) VALUE ZEROS.
       77  WRK-MES-LANC           PIC 9(06) VALUE ZEROS.
           CLOSE EXPORT-FILE.
           CLOSE RELATORIO-FILE.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           MOVE WRK-QTDE-COSIF   TO WRK-TRM-QTDE.
           MOVE WRK-TOTAL-DEBITO TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.

           DISPLAY "===== EXPORTACAO COSIF =====".
           DISPLAY "MES DE REFERENCIA....: " WRK-MES-REF.
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-QTDE-LANCAMENTOS.
