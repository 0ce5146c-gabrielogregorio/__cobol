      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. IDADE-APURA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : IDADE EM ANOS COMPLETOS DE UM CLIENTE NA DATA  <*
      *>                DE REFERENCIA, A PARTIR DE DATANASC (DIA/MES/ <*
      *>                ANO DO CADASTRO), PELA MESMA REGRA DO         <*
      *>                RELATORIO DE CLIENTE-IDADE.COB: O ANIVERSARIO <*
      *>                SO CONTA QUANDO O DIA E O MES JA CHEGARAM.    <*
      *>                DATA DE NASCIMENTO NAO NUMERICA OU ZERADA     <*
      *>                DEVOLVE 999 (IDADE DESCONHECIDA), QUE OS      <*
      *>                CHAMADORES NAO TRATAM COMO MENOR. CHAMADO POR <*
      *>                CONTA-TITULAR.COB, REPLEGAL-MANUT.COB,        <*
      *>                TRANSACAO-ALCADA.COB E MENOR-MAIORIDADE.COB,  <*
      *>                PARA A REGRA FICAR NUM LUGAR SO               <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       01  WRK-DATA-REFERENCIA.
           02 WRK-ANO-REF          PIC 9(04).
           02 WRK-MES-REF          PIC 9(02).
           02 WRK-DIA-REF          PIC 9(02).
       01  WRK-DATA-REFERENCIA-N  REDEFINES WRK-DATA-REFERENCIA
                                   PIC 9(08).

       01  WRK-DATA-NASCIMENTO.
           02 WRK-ANO-NASC         PIC 9(04).
           02 WRK-MES-NASC         PIC 9(02).
           02 WRK-DIA-NASC         PIC 9(02).
       01  WRK-DATA-NASCIMENTO-N  REDEFINES WRK-DATA-NASCIMENTO
                                   PIC 9(08).

      *================================================================*
       LINKAGE                                       SECTION.
      *================================================================*
       01  IDAP_DATANASC.
           02 IDAP_DIA              PIC X(02).
           02 IDAP_MES              PIC X(02).
           02 IDAP_ANO              PIC X(04).
       01  IDAP_DATA_REF            PIC 9(08).
       01  IDAP_IDADE               PIC 9(03).

      *================================================================*
       PROCEDURE                                     DIVISION
                   USING IDAP_DATANASC IDAP_DATA_REF IDAP_IDADE.
      *================================================================*
       0000-MAINLINE.
           MOVE 999 TO IDAP_IDADE.

           IF IDAP_DATANASC IS NOT NUMERIC
               OR IDAP_DATANASC = ZEROS
               GOBACK
           END-IF.

           MOVE IDAP_DATA_REF TO WRK-DATA-REFERENCIA-N.
           MOVE IDAP_ANO TO WRK-ANO-NASC.
           MOVE IDAP_MES TO WRK-MES-NASC.
           MOVE IDAP_DIA TO WRK-DIA-NASC.

      *>   NASCIMENTO POSTERIOR A REFERENCIA E CADASTRO ERRADO
           IF WRK-DATA-NASCIMENTO-N > WRK-DATA-REFERENCIA-N
               GOBACK
           END-IF.

           COMPUTE IDAP_IDADE = WRK-ANO-REF - WRK-ANO-NASC.

           IF WRK-MES-REF < WRK-MES-NASC
               SUBTRACT 1 FROM IDAP_IDADE
           ELSE
               IF WRK-MES-REF = WRK-MES-NASC
                   AND WRK-DIA-REF < WRK-DIA-NASC
                   SUBTRACT 1 FROM IDAP_IDADE
               END-IF
           END-IF.

           GOBACK.
