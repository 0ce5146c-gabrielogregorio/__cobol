      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CADASTRO DE GRUPOS ECONOMICOS  <*
      *>                (GRUPOMST): UM REGISTRO POR MEMBRO, CHAVEADO  <*
      *>                PELO DOCUMENTO (CNPJ DE 14 DIGITOS DA EMPRESA <*
      *>                OU CPF DO CONTROLADOR PESSOA FISICA, ALINHADO <*
      *>                A ESQUERDA), COM CHAVE ALTERNATIVA PELO       <*
      *>                CODIGO DO GRUPO PARA PERCORRER OS MEMBROS.    <*
      *>                UM DOCUMENTO PERTENCE A UM SO GRUPO. MANTIDO  <*
      *>                POR GRUPO-MANUT.COB, LIDO POR GRUPO-          <*
      *>                EXPOSICAO.COB (CONCENTRACAO) E CREDITO-       <*
      *>                DECISAO.COB (LIMITE DO GRUPO)                 <*
      *>                                                              <*
      *================================================================*

       01  GRUPO-REG.
           02  GRP_DOCUMENTO          PIC X(14).
           02  GRP_TIPO_DOC           PIC X(01).
               88 GRP-EMPRESA             VALUE "J".
               88 GRP-CONTROLADOR         VALUE "F".
               88 GRP-TIPO-VALIDO         VALUE "J" "F".
           02  GRP_CODIGO             PIC 9(06).
           02  GRP_NOME               PIC X(30).
           02  GRP_DATA_INCLUSAO      PIC 9(08).
           02  GRP_OPERADOR           PIC X(08).
