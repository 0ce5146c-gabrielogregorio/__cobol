      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MOVIMENTO DE PAGAMENTOS        <*
      *>                INFORMADOS PELAS AGENCIAS DE COBRANCA         <*
      *>                (COBRPAG), ANEXADO POR COBRANCA-RETORNO.COB   <*
      *>                COM O VALOR INFORMADO E O CONFIRMADO CONTRA A <*
      *>                DIVIDA. BASE DO EXTRATO MENSAL DE COMISSAO    <*
      *>                (COBRANCA-COMISSAO.COB), QUE SO PAGA SOBRE O  <*
      *>                VALOR CONFIRMADO                              <*
      *>                                                              <*
      *================================================================*

       01  COBRPAG-REG.
           02  CPG_AGENCIA            PIC X(04).
           02  CPG_FAIXA              PIC X(02).
           02  CPG_MODALIDADE         PIC X(02).
           02  CPG_NUMERO             PIC 9(08).
           02  CPG_CONTA              PIC 9(08).
           02  CPG_DATA               PIC 9(08).
           02  CPG_VALOR_INFORMADO    PIC 9(09)V99.
           02  CPG_VALOR_CONFIRMADO   PIC 9(09)V99.
