      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CADASTRO DE RENDA E OCUPACAO   <*
      *>                (RENDAMST), UM REGISTRO POR CPF: RENDA MENSAL <*
      *>                CONSIDERADA, FONTE (F = CREDITOS DE SALARIO   <*
      *>                DO CONVENIO, D = DECLARADA PELO CLIENTE, C =  <*
      *>                COMPROVADA POR DOCUMENTO), CODIGO DE          <*
      *>                OCUPACAO (CBO) E DATA EM QUE A RENDA FOI      <*
      *>                VERIFICADA. MANTIDO POR RENDA-MANUT.COB (D E  <*
      *>                C) E RENDA-FOLHA.COB (F, A PARTIR DE          <*
      *>                FOLHAEMP); LIDO POR CREDITO-DECISAO.COB PARA  <*
      *>                O TETO DE COMPROMETIMENTO DE RENDA            <*
      *>                                                              <*
      *================================================================*

       01  RENDA-REG.
           02  RND_CPF                PIC X(11).
           02  RND_VALOR              PIC 9(09)V99.
           02  RND_FONTE              PIC X(01).
               88 RND-FOLHA               VALUE "F".
               88 RND-DECLARADA           VALUE "D".
               88 RND-COMPROVADA          VALUE "C".
               88 RND-FONTE-MANUAL        VALUE "D" "C".
           02  RND_OCUPACAO           PIC X(06).
           02  RND_DATA_VERIFICACAO   PIC 9(08).
           02  RND_CNPJ_FONTE         PIC X(14).
           02  RND_OPERADOR           PIC X(08).
