      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE TRANSMISSOES       <*
      *>                (TRANSMST), UM REGISTRO POR ARQUIVO QUE SAI   <*
      *>                DA CASA E DATA DE GERACAO: CONTRAPARTE,       <*
      *>                QUANTIDADE DE REGISTROS, HASH DE VALOR E      <*
      *>                PRAZO DE ENVIO, GRAVADOS PELO GERADOR VIA     <*
      *>                TRANSMISSAO-REGISTRA.COB; DATA E HORA DO      <*
      *>                ENVIO (RECIBO DA TRANSFERENCIA) E O ACUSE DA  <*
      *>                CONTRAPARTE COM O PROTOCOLO, CASADOS POR      <*
      *>                TRANSMISSAO-CONFERE.COB, QUE EMITE O          <*
      *>                RELATORIO DA MANHA DOS ARQUIVOS NAO ENVIADOS, <*
      *>                ENVIADOS COM ATRASO OU SEM ACUSE              <*
      *>                                                              <*
      *================================================================*

       01  TRANSMIS-REG.
           02  TRM-CHAVE.
               03 TRM_ARQUIVO         PIC X(10).
               03 TRM_DATA_GERACAO    PIC 9(08).
           02  TRM_HORA_GERACAO       PIC 9(08).
           02  TRM_CONTRAPARTE        PIC X(10).
           02  TRM_QTDE               PIC 9(09).
           02  TRM_HASH               PIC 9(13)V99.
           02  TRM_DATA_PRAZO         PIC 9(08).
           02  TRM_SITUACAO           PIC X(01).
               88 TRM-GERADO              VALUE "G".
               88 TRM-ENVIADO             VALUE "E".
               88 TRM-ACUSADO             VALUE "A".
               88 TRM-DIVERGENTE          VALUE "D".
               88 TRM-REJEITADO           VALUE "R".
           02  TRM_DATA_ENVIO         PIC 9(08).
           02  TRM_HORA_ENVIO         PIC 9(06).
           02  TRM_DATA_ACUSE         PIC 9(08).
           02  TRM_PROTOCOLO          PIC X(20).
           02  FILLER                 PIC X(20).
