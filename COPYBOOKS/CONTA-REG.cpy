      *>                DE ANIVERSARIO (CONTA_DIA_ANIV, DIA DA        <*
      *>                ABERTURA) PELO MOTOR POUPANCA-ANIVERSARIO.    <*
      *>                COB; BRANCO E REGISTRO ANTERIOR AO CAMPO E    <*
      *>                VALE COMO CORRENTE.                           <*
      *>                CONTA_COD_PRODUTO APONTA O PRODUTO DO         <*
      *>                CATALOGO PRODUTOMST (PRODUTO-REG), DE ONDE    <*
      *>                VEM A REGRA DE JUROS, A TARIFA E A            <*
      *>                ELEGIBILIDADE; CONTA_PRODUTO FICA COMO A      <*
      *>                FAMILIA REGULATORIA DERIVADA DO PRODUTO (P    <*
      *>                PARA POUPANCA, C PARA OS DEPOSITOS A VISTA).  <*
      *>                BRANCO E REGISTRO ANTERIOR AO CAMPO E VALE O  <*
      *>                PRODUTO CORR OU POUP CONFORME CONTA_PRODUTO.  <*
      *>                CONTA_LAYOUT MARCA A VERSAO DO LAYOUT EM QUE  <*
      *>                O REGISTRO FOI GRAVADO (CONTA-LAYOUT-ATUAL);  <*
      *>                REGISTRO EM VERSAO ANTERIOR (BRANCO) E        <*
      *>                RECUSADO NA CONFERENCIA DO SELO               <*
      *>                (ARQUIVO-SELO.COB) ATE SER CONVERTIDO POR     <*
      *>                LAYOUT-CONVERTE.COB, QUE TROCA OS BRANCOS     <*
      *>                ACIMA PELOS VALORES EXPLICITOS. A CADA CAMPO  <*
      *>                NOVO O VALOR DE CONTA-LAYOUT-ATUAL SOBE E A   <*
      *>                CONVERSAO GANHA A REGRA DA VERSAO ANTERIOR    <*
      *>                                                              <*
      *================================================================*

               88 CONTA-PROD-CORRENTE VALUE "C" " ".
               88 CONTA-PROD-POUPANCA VALUE "P".
           02  CONTA_DIA_ANIV     PIC 9(02).
           02  CONTA_COD_PRODUTO  PIC X(04).
           02  CONTA_LAYOUT       PIC X(02).
               88 CONTA-LAYOUT-ATUAL  VALUE "01".
