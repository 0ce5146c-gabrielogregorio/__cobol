      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO VINCULO OPERADOR X CPF         <*
      *>                (OPERVINC), CHAVEADO POR OPERADOR + CPF: O    <*
      *>                CPF DO PROPRIO OPERADOR E OS DAS PARTES       <*
      *>                RELACIONADAS QUE ELE DECLAROU (CONJUGE,       <*
      *>                PARENTE, SOCIO OU OUTRO), QUE NAO PRECISAM    <*
      *>                SER CLIENTES. MANTIDO POR OPERVINC-MANUT.COB  <*
      *>                E LIDO POR INSIDER-VARRE.COB, QUE CRUZA O     <*
      *>                OPERADOR DE CADA LANCAMENTO, ESTORNO, LIMITE  <*
      *>                E ISENCAO COM OS TITULARES DA CONTA OU O CPF  <*
      *>                ALTERADO                                      <*
      *>                                                              <*
      *================================================================*

       01  OPERVINC-REG.
           02  OVIN-CHAVE.
               03 OVIN_OPERADOR       PIC X(08).
               03 OVIN_CPF            PIC X(11).
           02  OVIN_VINCULO           PIC X(01).
               88 OVIN-PROPRIO            VALUE "P".
               88 OVIN-CONJUGE            VALUE "C".
               88 OVIN-PARENTE            VALUE "F".
               88 OVIN-SOCIO              VALUE "S".
               88 OVIN-OUTRO              VALUE "O".
               88 OVIN-VINCULO-VALIDO     VALUE "P" "C" "F" "S" "O".
           02  OVIN_NOME              PIC X(30).
           02  OVIN_DATA_DECLARACAO   PIC 9(08).
           02  OVIN_OPER_CADASTRO     PIC X(08).
           02  FILLER                 PIC X(14).
