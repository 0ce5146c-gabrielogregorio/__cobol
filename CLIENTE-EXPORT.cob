      *>                    DATA DE NASCIMENTO), PARA O RECEPTOR       <*
      *>                    CRITICAR A REMESSA ANTES DE PROCESSAR. O   <*
      *>                    RETORNO E TRATADO POR EXPORT-RETORNO.COB   <*
      *>   15/10/2026  GGS  REGISTRO DO ARQUIVO GERADO EM TRANSMST     <*
      ******************************************************************

      *================================================================*

       77  WRK-QTDE-CLIENTES      PIC 9(07) VALUE ZEROS.
       77  WRK-HASH-DATANASC      PIC 9(13) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "CLIEXPRT".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "EXTERNO".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE 1.

       77  WRK-DATANASC-NUM       PIC 9(08) VALUE ZEROS.

       77  WRK-CPF-MASCARADO      PIC X(14) VALUE SPACES.
           CLOSE CLIENTE-MASTER-FILE.
           CLOSE EXPORT-FILE.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           MOVE WRK-QTDE-CLIENTES TO WRK-TRM-QTDE.
           MOVE WRK-HASH-DATANASC TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.

           DISPLAY "===== EXPORTACAO DE CLIENTES (LARGURA FIXA) =====".
           DISPLAY "CLIENTES EXPORTADOS..: " WRK-QTDE-CLIENTES.
       9000-FINALIZAR-EXIT.
