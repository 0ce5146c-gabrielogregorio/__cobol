      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CATALOGO DE PRODUTOS DE CONTA  <*
      *>                (PRODUTOMST), CHAVEADO PELO CODIGO GRAVADO EM <*
      *>                CONTA_COD_PRODUTO: FAMILIA (CORRENTE,         <*
      *>                POUPANCA, SALARIO, EMPRESARIAL), REGRA DE     <*
      *>                JUROS (ACRESCIMO DIARIO DE CONTA-JUROS.COB,   <*
      *>                ANIVERSARIO DE POUPANCA-ANIVERSARIO.COB OU    <*
      *>                NENHUM), TAXAS PROPRIAS OPCIONAIS, SERVICO DA <*
      *>                TABELA TARIFTAB COBRADO NO MES (BRANCO E      <*
      *>                ISENTO), PUBLICO (PF/PJ/AMBOS), IDADE MINIMA  <*
      *>                E SE O PRODUTO ADMITE TALAO DE CHEQUE E       <*
      *>                CARTAO. MANTIDO POR PRODUTO-MANUT.COB E LIDO  <*
      *>                PELOS PROGRAMAS VIA PRODUTO-LE.COB; OS        <*
      *>                PRODUTOS CORR E POUP REPRODUZEM AS REGRAS DO  <*
      *>                ANTIGO CONTA_PRODUTO C/P                      <*
      *>                                                              <*
      *================================================================*

       01  PRODUTO-REG.
           02  PROD_CODIGO            PIC X(04).
           02  PROD_DESCRICAO         PIC X(30).
           02  PROD_FAMILIA           PIC X(01).
               88 PROD-FAM-CORRENTE       VALUE "C".
               88 PROD-FAM-POUPANCA       VALUE "P".
               88 PROD-FAM-SALARIO        VALUE "S".
               88 PROD-FAM-EMPRESARIAL    VALUE "J".
           02  PROD_REGRA_JUROS       PIC X(01).
               88 PROD-JUROS-DIARIO       VALUE "D".
               88 PROD-JUROS-ANIVERSARIO  VALUE "A".
               88 PROD-JUROS-NENHUM       VALUE "N".
           02  PROD_TAXA_PROPRIA      PIC X(01).
               88 PROD-TAXA-PROPRIA       VALUE "S".
           02  PROD_TAXA_DEVEDORA     PIC 9(01)V9(06).
           02  PROD_TAXA_CREDORA      PIC 9(01)V9(06).
           02  PROD_SERVICO_TARIFA    PIC X(10).
           02  PROD_PUBLICO           PIC X(01).
               88 PROD-PUBLICO-PF         VALUE "F".
               88 PROD-PUBLICO-PJ         VALUE "J".
               88 PROD-PUBLICO-TODOS      VALUE "A" " ".
           02  PROD_IDADE_MINIMA      PIC 9(03).
           02  PROD_PERMITE_CHEQUE    PIC X(01).
               88 PROD-PERMITE-CHEQUE     VALUE "S".
           02  PROD_PERMITE_CARTAO    PIC X(01).
               88 PROD-PERMITE-CARTAO     VALUE "S".
           02  PROD_SITUACAO          PIC X(01).
               88 PROD-ATIVO              VALUE "A" " ".
               88 PROD-SUSPENSO           VALUE "S".
           02  FILLER                 PIC X(12).
