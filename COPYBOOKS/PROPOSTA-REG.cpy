      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA PROPOSTA DE ABERTURA DE        <*
      *>                RELACIONAMENTO (PROPMST), CHAVEADA PELO       <*
      *>                NUMERO DA PROPOSTA (PROPNUM): TUDO O QUE UM   <*
      *>                CLIENTE NOVO PRECISA -- CADASTRO NO DESENHO   <*
      *>                DE CLIMANUT, CONTA NO DESENHO DE CONTAMANUT,  <*
      *>                E OS PRODUTOS PEDIDOS (FOLHAS DE CHEQUE,      <*
      *>                CARTAO E CHAVE PIX). PROP_DOC E O CHECKLIST   <*
      *>                DE DOCUMENTOS, MONTADO PELO TIPO DE CLIENTE E <*
      *>                PELOS PRODUTOS: ID IDENTIDADE, CR COMPROVANTE <*
      *>                DE ENDERECO, CS CONTRATO SOCIAL, RE           <*
      *>                IDENTIDADE DO REPRESENTANTE DA EMPRESA, RL    <*
      *>                TERMO DO REPRESENTANTE LEGAL DO MENOR, RD     <*
      *>                COMPROVANTE DE RENDA (CARTAO), FA FICHA DE    <*
      *>                ASSINATURA (CHEQUE) E AP APROVACAO DO         <*
      *>                COMPLIANCE PARA PEP. PROP_TRIAGEM GUARDA O    <*
      *>                ULTIMO RESULTADO DA TRIAGEM (RFB, LISTA       <*
      *>                RESTRITIVA, PEP E SANCOES). SITUACAO A =      <*
      *>                AGUARDANDO, E = EFETIVADA, R = RECUSADA NA    <*
      *>                TRIAGEM OU NA EFETIVACAO, C = CANCELADA PELA  <*
      *>                AGENCIA. GRAVADA POR PROPOSTA-MANUT.COB,      <*
      *>                EFETIVADA POR PROPOSTA-EFETIVA.COB E LISTADA  <*
      *>                POR PROPOSTA-IDADE.COB                        <*
      *>                                                              <*
      *================================================================*

       01  PROPOSTA-REG.
           02  PROP_NUMERO            PIC 9(10).
           02  PROP_DATA_ABERTURA     PIC 9(08).
           02  PROP_SITUACAO          PIC X(01).
               88 PROP-AGUARDANDO         VALUE "A".
               88 PROP-EFETIVADA          VALUE "E".
               88 PROP-RECUSADA           VALUE "R".
               88 PROP-CANCELADA          VALUE "C".
           02  PROP_DATA_SITUACAO     PIC 9(08).
           02  PROP_MOTIVO            PIC X(30).
           02  PROP_CLIENTE.
               03 PROP_CPF                PIC X(11).
               03 PROP_NOME               PIC X(20).
               03 PROP_RG.
                   04 PROP_RG_NUMERO          PIC 9(08).
                   04 PROP_RG_DV              PIC X(01).
                   04 PROP_RG_UF              PIC X(02).
               03 PROP_ENDERECO.
                   04 PROP_END_LOGRADOURO     PIC X(30).
                   04 PROP_END_NUMERO         PIC X(06).
                   04 PROP_END_BAIRRO         PIC X(20).
                   04 PROP_END_CIDADE         PIC X(20).
                   04 PROP_END_UF             PIC X(02).
                   04 PROP_END_CEP            PIC 9(08).
               03 PROP_DATANASC.
                   04 PROP_DIA                PIC X(02).
                   04 PROP_MES                PIC X(02).
                   04 PROP_ANO                PIC X(04).
               03 PROP_GENERO             PIC X(01).
               03 PROP_ESTADO_CIVIL       PIC X(01).
               03 PROP_TIPO               PIC X(01).
                   88 PROP-PESSOA-FISICA      VALUE "F".
                   88 PROP-PESSOA-JURIDICA    VALUE "J".
               03 PROP_CNPJ               PIC X(14).
           02  PROP_CONTA_PEDIDA.
               03 PROP_CONTA              PIC 9(08).
               03 PROP_MOEDA              PIC X(03).
               03 PROP_PRODUTO            PIC X(01).
               03 PROP_COD_PRODUTO        PIC X(04).
           02  PROP_PRODUTOS.
               03 PROP_FOLHAS             PIC 9(03).
               03 PROP_CARTAO             PIC X(01).
                   88 PROP-PEDE-CARTAO        VALUE "S".
               03 PROP_PIX_TIPO           PIC X(01).
               03 PROP_PIX_CHAVE          PIC X(36).
           02  PROP_QTDE_DOCS         PIC 9(02).
           02  PROP_DOC               OCCURS 8 TIMES.
               03 PROP_DOC_CODIGO         PIC X(02).
               03 PROP_DOC_RECEBIDO       PIC X(01).
                   88 PROP-DOC-RECEBIDO       VALUE "S".
                   88 PROP-DOC-PENDENTE       VALUE "N".
               03 PROP_DOC_DATA           PIC 9(08).
               03 PROP_DOC_OPERADOR       PIC X(08).
           02  PROP_TRIAGEM.
               03 PROP_TRI_DATA           PIC 9(08).
               03 PROP_TRI_RFB            PIC X(01).
               03 PROP_TRI_RESTRITIVA     PIC X(01).
                   88 PROP-TRI-RESTRITO       VALUE "S".
               03 PROP_TRI_PEP            PIC X(01).
                   88 PROP-TRI-PEP            VALUE "S".
               03 PROP_TRI_SANCAO         PIC X(01).
                   88 PROP-TRI-SANCAO-SUSPEITA   VALUE "S".
                   88 PROP-TRI-SANCAO-CONFIRMADA VALUE "C".
           02  PROP_OPERADOR          PIC X(08).
           02  FILLER                 PIC X(20).
