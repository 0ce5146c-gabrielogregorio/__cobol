      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE BENEFICIARIO FINAL <*
      *>                (UBOMST) DOS CLIENTES PESSOA JURIDICA: UM     <*
      *>                REGISTRO POR CNPJ + CPF DO DONO, COM O        <*
      *>                PERCENTUAL DETIDO E O TIPO DE CONTROLE        <*
      *>                (PARTICIPACAO DIRETA, INDIRETA - ATRAVES DA   <*
      *>                EMPRESA INTERMEDIARIA EM UBO_CNPJ_VIA - OU    <*
      *>                CONTROLE POR GESTAO). CHAVE ALTERNATIVA PELO  <*
      *>                CPF PARA ACHAR AS EMPRESAS DE UMA PESSOA. O   <*
      *>                DESLIGADO PERMANECE NO ARQUIVO COMO TRILHA.   <*
      *>                MANTIDO POR UBO-CARGA.COB, LIDO POR CLIENTE-  <*
      *>                RISCO.COB, CLIENTE-360.COB E LGPD-DOSSIE.COB  <*
      *>                                                              <*
      *================================================================*

       01  UBO-REG.
           02  UBO-CHAVE.
               03 UBO_CNPJ            PIC X(14).
               03 UBO_CPF             PIC X(11).
           02  UBO_NOME               PIC X(20).
           02  UBO_PERCENTUAL         PIC 9(03)V99.
           02  UBO_TIPO_CONTROLE      PIC X(01).
               88 UBO-DIRETO              VALUE "D".
               88 UBO-INDIRETO            VALUE "I".
               88 UBO-GESTAO              VALUE "G".
               88 UBO-TIPO-VALIDO         VALUE "D" "I" "G".
           02  UBO_CNPJ_VIA           PIC X(14).
           02  UBO_SITUACAO           PIC X(01).
               88 UBO-ATIVO               VALUE "A".
               88 UBO-DESLIGADO           VALUE "D".
           02  UBO_DATA_ATUALIZACAO   PIC 9(08).
           02  UBO_OPERADOR           PIC X(08).
