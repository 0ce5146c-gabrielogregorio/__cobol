      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA LISTA DE SANCOES               <*
      *>                INTERNACIONAIS (SANCMST): UMA ENTRADA POR     <*
      *>                FONTE (ONU = CONSELHO DE SEGURANCA, OFAC, UE) <*
      *>                E REFERENCIA DA PROPRIA LISTA, COM O NOME     <*
      *>                COMO PUBLICADO. A LISTA CHEGA POR NOME, NAO   <*
      *>                POR CPF. CADA CARGA DE SANCAO-CARGA.COB       <*
      *>                SUBSTITUI TODAS AS ENTRADAS DA FONTE PELA     <*
      *>                NOVA VERSAO. LIDA POR SANCAO-TRIAGEM.COB      <*
      *>                                                              <*
      *================================================================*

       01  SANCAO-REG.
           02  SAN-CHAVE.
               03 SAN_FONTE           PIC X(04).
               03 SAN_REFERENCIA      PIC X(12).
           02  SAN_TIPO               PIC X(01).
               88 SAN-PESSOA              VALUE "P".
               88 SAN-ENTIDADE            VALUE "E".
           02  SAN_NOME               PIC X(60).
           02  SAN_VERSAO             PIC 9(06).
           02  SAN_DATA_CARGA         PIC 9(08).
