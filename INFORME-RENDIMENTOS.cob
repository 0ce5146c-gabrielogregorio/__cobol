      *>                    INFORREND SAI UMA PAGINA DE CONCILIACAO   <*
      *>                    PROVANDO QUE ARQUIVO E INFORMES FECHAM    <*
      *>                    AO CENTAVO (DIVERGENCIA DERRUBA COM RC=8) <*
      *>   15/10/2026  GGS  REGISTRO DO ARQUIVO GERADO EM TRANSMST    <*
      ******************************************************************

      *================================================================*
       77  WRK-TOT-INFORME        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DIRF           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTDE-DIRF          PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "DIRFEXP".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "RFB".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE 5.

       77  WRK-DIF-CONCILIA       PIC S9(13)V99 VALUE ZEROS.

       01  WRK-DIRF-HEADER.
           CLOSE INFORME-FILE.
           CLOSE DIRF-FILE.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           MOVE WRK-QTDE-DIRF TO WRK-TRM-QTDE.
           MOVE WRK-TOT-DIRF  TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.

           DISPLAY "===== INFORME DE RENDIMENTOS =====".
           DISPLAY "ANO-BASE.............: " WRK-ANO-ALVO.
           DISPLAY "CLIENTES NO INFORME..: " WRK-QTDE-CLIENTES.
