      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE CARTOES DE DEBITO    <*
      *>                (CARTMST), CHAVEADO PELO NUMERO DO PLASTICO.  <*
      *>                O NUMERO E O BIN DO BANCO, A CONTA, A VIA E O <*
      *>                DIGITO VERIFICADOR (MODULO 10), DE MODO QUE   <*
      *>                OS CARTOES DE UMA CONTA FICAM JUNTOS NA       <*
      *>                CHAVE. O PORTADOR E UM TITULAR DA CONTA EM    <*
      *>                CONTATIT. MANTIDO POR CARTAO-MANUT.COB E      <*
      *>                CONSULTADO POR CARTAO-AUTORIZA.COB, QUE NEGA  <*
      *>                CARTAO VENCIDO, BLOQUEADO, PERDIDO, ROUBADO   <*
      *>                OU CANCELADO. CARTAO PERDIDO OU ROUBADO NAO   <*
      *>                VOLTA A FICAR ATIVO: A SEGUNDA VIA NASCE COM  <*
      *>                NUMERO NOVO E AS DUAS PONTAS FICAM LIGADAS    <*
      *>                (CART_SUBSTITUTO / CART_SUBSTITUIDO)          <*
      *>                                                              <*
      *================================================================*

       01  CARTAO-REG.
           02  CART_NUMERO        PIC 9(16).
           02  CART_NUMERO_PARTES REDEFINES CART_NUMERO.
               03 CART_BIN        PIC 9(06).
               03 CART_CONTA_NUM  PIC 9(08).
               03 CART_VIA        PIC 9(01).
               03 CART_DV         PIC 9(01).
           02  CART_CONTA         PIC 9(08).
           02  CART_CPF           PIC X(11).
           02  CART_VALIDADE      PIC 9(06).
           02  CART_VALIDADE_PARTES REDEFINES CART_VALIDADE.
               03 CART_VAL_ANO    PIC 9(04).
               03 CART_VAL_MES    PIC 9(02).
           02  CART_SITUACAO      PIC X(01).
               88 CART-ATIVO          VALUE "A".
               88 CART-BLOQUEADO      VALUE "B".
               88 CART-PERDIDO        VALUE "P".
               88 CART-ROUBADO        VALUE "R".
               88 CART-CANCELADO      VALUE "C".
           02  CART_SUBSTITUTO    PIC 9(16).
           02  CART_SUBSTITUIDO   PIC 9(16).
           02  CART_DATA_EMISSAO  PIC 9(08).
           02  CART_DATA_SITUACAO PIC 9(08).
