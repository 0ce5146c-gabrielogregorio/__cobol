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
       77  WRK-TOTAL-DEVOLVER     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-LIQUIDO            PIC S9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "COMPLIQ".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "COMPE".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE ZEROS.

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-CAMARA       PIC 9(08) VALUE 99000010.

           CLOSE POSICAO-FILE.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           COMPUTE WRK-TRM-QTDE =
               WRK-QTDE-COMPENSADOS + WRK-QTDE-DEVOLVIDOS.
           COMPUTE WRK-TRM-HASH =
               WRK-TOTAL-RECEBER + WRK-TOTAL-DEVOLVER.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.

           IF WRK-LIQUIDO = ZEROS
               GO TO 7000-GRAVAR-POSICAO-EXIT
           END-IF.
