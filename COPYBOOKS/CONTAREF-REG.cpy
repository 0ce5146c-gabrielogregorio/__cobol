      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA REFERENCIA CONTA X TITULAR     <*
      *>                (CONTAREF), CHAVEADA PELA CONTA E COM CHAVE   <*
      *>                ALTERNATIVA PELO CPF DO TITULAR PRINCIPAL,    <*
      *>                MONTADA TODA NOITE POR CONTA-REFERENCIA.COB A <*
      *>                PARTIR DE CONTATIT E CLIMAST: CPF E DADOS     <*
      *>                CADASTRAIS DO TITULAR PRINCIPAL (TIPO PF/PJ,  <*
      *>                CNPJ, RISCO, SITUACAO, NASCIMENTO),           <*
      *>                QUANTIDADE DE CO-TITULARES, O MAIOR RISCO     <*
      *>                ENTRE TODOS OS TITULARES (COM O CPF DE QUEM O <*
      *>                TEM), A MARCA DE TODOS OS TITULARES FALECIDOS <*
      *>                E A FILIAL DA CONTA (A DO ULTIMO LANCAMENTO   <*
      *>                DE AGENCIA VISTO EM ACUMTRANS). CONTA SEM     <*
      *>                TITULAR PRINCIPAL TEM REF_CPF EM BRANCO;      <*
      *>                PRINCIPAL AUSENTE DE CLIMAST TEM              <*
      *>                REF_CADASTRO = N. OS LEITORES PESADOS LEEM    <*
      *>                ESTE ARQUIVO EM VEZ DE CRUZAR CONTATIT COM    <*
      *>                CLIMAST, E CONFEREM O SELO DE INTEGRIDADE     <*
      *>                (ARQUIVO-SELO.COB) ANTES DE CONFIAR NELE      <*
      *>                                                              <*
      *================================================================*

       01  CONTAREF-REG.
           02  REF_CONTA              PIC 9(08).
           02  REF_CPF                PIC X(11).
           02  REF_QTDE_COTITULARES   PIC 9(03).
           02  REF_CADASTRO           PIC X(01).
               88 REF-CADASTRO-OK         VALUE "S".
               88 REF-SEM-CADASTRO        VALUE "N".
           02  REF_TIPO               PIC X(01).
               88 REF-PESSOA-FISICA       VALUE "F".
               88 REF-PESSOA-JURIDICA     VALUE "J".
           02  REF_CNPJ               PIC X(14).
           02  REF_RISCO              PIC X(01).
               88 REF-RISCO-BAIXO         VALUE "B" " ".
               88 REF-RISCO-MEDIO         VALUE "M".
               88 REF-RISCO-ALTO          VALUE "A".
           02  REF_STATUS             PIC X(01).
               88 REF-ATIVO               VALUE "A" " ".
               88 REF-BLOQUEADO           VALUE "B".
               88 REF-FALECIDO            VALUE "F".
               88 REF-ENCERRADO           VALUE "E".
               88 REF-FUNDIDO             VALUE "U".
           02  REF_DATANASC.
               03 REF_NASC_DIA        PIC X(02).
               03 REF_NASC_MES        PIC X(02).
               03 REF_NASC_ANO        PIC X(04).
           02  REF_RISCO_CONTA        PIC X(01).
               88 REF-CONTA-RISCO-ALTO    VALUE "A".
           02  REF_CPF_RISCO          PIC X(11).
           02  REF_TODOS_FALECIDOS    PIC X(01).
               88 REF-ESPOLIO             VALUE "S".
           02  REF_FILIAL             PIC 9(04).
           02  REF_DATA_CARGA         PIC 9(08).
           02  FILLER                 PIC X(20).
