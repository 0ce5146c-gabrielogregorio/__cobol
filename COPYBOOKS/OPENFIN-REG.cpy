      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONSENTIMENTO DE COMPARTILHA-  <*
      *>                MENTO DE DADOS DO OPEN FINANCE (OFCONSMST),   <*
      *>                CHAVEADO PELO IDENTIFICADOR DO CONSENTIMENTO  <*
      *>                DADO PELA REDE, COM CHAVE ALTERNATIVA PELO    <*
      *>                CPF DO CLIENTE. GUARDA A INSTITUICAO          <*
      *>                RECEPTORA (ISPB E NOME), OS GRUPOS DE DADOS   <*
      *>                AUTORIZADOS (S/N: CADASTRO, CONTAS,           <*
      *>                TRANSACOES, OPERACOES DE CREDITO), AS DATAS   <*
      *>                DE CONCESSAO, EXPIRACAO (ULTIMO DIA VALIDO) E <*
      *>                REVOGACAO E A DATA DA ULTIMA EXTRACAO, QUE    <*
      *>                DELIMITA AS TRANSACOES JA ENVIADAS. SO A      <*
      *>                SITUACAO A E EXTRAIDA; R (REVOGADO POR        <*
      *>                OPENFIN-MANUT.COB) E X (EXPIRADO, MARCADO POR <*
      *>                OPENFIN-EXTRAI.COB) SAO DEFINITIVAS E O       <*
      *>                REGISTRO FICA COMO HISTORICO                  <*
      *>                                                              <*
      *================================================================*

       01  OPENFIN-REG.
           02  OPF_ID                 PIC X(20).
           02  OPF_CPF                PIC X(11).
           02  OPF_ISPB_DESTINO       PIC 9(08).
           02  OPF_NOME_DESTINO       PIC X(20).
           02  OPF_GRUPOS.
               03 OPF_GRP_CADASTRO    PIC X(01).
                   88 OPF-CADASTRO        VALUE "S".
               03 OPF_GRP_CONTAS      PIC X(01).
                   88 OPF-CONTAS          VALUE "S".
               03 OPF_GRP_TRANSACOES  PIC X(01).
                   88 OPF-TRANSACOES      VALUE "S".
               03 OPF_GRP_CREDITO     PIC X(01).
                   88 OPF-CREDITO         VALUE "S".
           02  OPF_SITUACAO           PIC X(01).
               88 OPF-ATIVO               VALUE "A".
               88 OPF-REVOGADO            VALUE "R".
               88 OPF-EXPIRADO            VALUE "X".
           02  OPF_DATA_CONCESSAO     PIC 9(08).
           02  OPF_DATA_EXPIRACAO     PIC 9(08).
           02  OPF_DATA_REVOGACAO     PIC 9(08).
           02  OPF_ULTIMA_EXTRACAO    PIC 9(08).
           02  OPF_OPERADOR           PIC X(08).
