      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA OCORRENCIA ABERTA NO CADASTRO  <*
      *>                DE EMITENTES DE CHEQUES SEM FUNDOS (CCFMST),  <*
      *>                CHAVEADA PELO CHEQUE (CONTA MAIS NUMERO) QUE  <*
      *>                VOLTOU PELA SEGUNDA VEZ POR INSUFICIENCIA DE  <*
      *>                FUNDOS (MOTIVO 12). GRAVADA POR               <*
      *>                CHEQUE-SACADO.COB, QUE RESOLVE O EMITENTE     <*
      *>                PELO TITULAR PRINCIPAL DE CONTATIT;           <*
      *>                CCF_CLIENTE E A CHAVE DE CLIMAST E            <*
      *>                CCF_DOCUMENTO O CPF OU O CNPJ INFORMADO AO    <*
      *>                CCF. ENQUANTO EXISTIR OCORRENCIA,             <*
      *>                CHEQLIVRO-EMITE.COB NAO EMITE TALAO. A        <*
      *>                REGULARIZACAO (CCF-REGULARIZA.COB) REMOVE A   <*
      *>                OCORRENCIA E GERA O PEDIDO DE EXCLUSAO        <*
      *>                                                              <*
      *================================================================*

       01  CCF-REG.
           02  CCF-CHAVE.
               03 CCF_CONTA       PIC 9(08).
               03 CCF_NUMERO      PIC 9(10).
           02  CCF_CLIENTE        PIC X(11).
           02  CCF_DOCUMENTO      PIC X(14).
           02  CCF_TIPO_PESSOA    PIC X(01).
               88 CCF-PESSOA-FISICA   VALUE "F".
               88 CCF-PESSOA-JURIDICA VALUE "J".
           02  CCF_VALOR          PIC 9(09)V99.
           02  CCF_BANCO_APRES    PIC X(08).
           02  CCF_DATA_OCORRENCIA PIC 9(08).
