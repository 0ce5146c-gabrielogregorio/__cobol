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
       77  WRK-REMESSA-ABERTA     PIC X(01) VALUE "N".
           88 REMESSA-ABERTA          VALUE "S".

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "COAFREM".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "COAF".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE 1.

      *----------------------------------------------------------------*
      *>   LAYOUT FIXO DA REMESSA: HEADER "0", DETALHE "1", TRAILER   *
      *>   "9", MESMA DISCIPLINA DE CLIEXPRT                          *
           MOVE WRK-VALOR-EXPORTADO TO WRK-TRL-VALOR.
           WRITE REMESSA-REG FROM WRK-REM-TRAILER.
           CLOSE REMESSA-FILE.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           MOVE WRK-QTDE-EXPORTADOS TO WRK-TRM-QTDE.
           MOVE WRK-VALOR-EXPORTADO TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.
       7000-FECHAR-REMESSA-EXIT.
           EXIT.

