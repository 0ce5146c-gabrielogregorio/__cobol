      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA TABELA DE AGENCIAS DE          <*
      *>                COBRANCA (COBAGTAB), UMA LINHA POR AGENCIA E  <*
      *>                FAIXA DE DIVIDA QUE ELA RECEBE: FAIXA DE      <*
      *>                NEGDIAS (30, 60 OU 90) PARA ADIANTAMENTO A    <*
      *>                DEPOSITANTE OU PL PARA PLANO EM ATRASO, COM O <*
      *>                PERCENTUAL DE COMISSAO SOBRE O RECUPERADO     <*
      *>                NAQUELA FAIXA. DUAS AGENCIAS NA MESMA FAIXA   <*
      *>                DIVIDEM AS DIVIDAS NOVAS DO MES. MANTIDA POR  <*
      *>                EDICAO, COMO CADEIATAB; LIDA POR              <*
      *>                COBRANCA-CEDE.COB E COBRANCA-COMISSAO.COB     <*
      *>                                                              <*
      *================================================================*

       01  COBAGENCIA-REG.
           02  AGC_CODIGO             PIC X(04).
           02  AGC_NOME               PIC X(30).
           02  AGC_FAIXA              PIC X(02).
           02  AGC_COMISSAO_PCT       PIC 9(02)V99.
