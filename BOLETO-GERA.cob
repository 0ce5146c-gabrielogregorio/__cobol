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
       77  WRK-QTDE-SEM-CONTA     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-EMITIDO      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "BOLETOS".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "CIP-BOLETO".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE ZEROS.

       77  WRK-PROXIMO-CONTROLE   PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-DEVIDO       PIC 9(09)V99 VALUE ZEROS.

           CLOSE CLIENTE-MASTER-FILE.
           CLOSE BOLETO-FILE.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           MOVE WRK-QTDE-EMITIDOS TO WRK-TRM-QTDE.
           MOVE WRK-TOTAL-EMITIDO TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.

           DISPLAY "===== EMISSAO DE BOLETOS DE COBRANCA =====".
           DISPLAY "CONTAS NO QUADRO.....: " WRK-QTDE-LIDAS.
           DISPLAY "BOLETOS EMITIDOS.....: " WRK-QTDE-EMITIDOS.
