      *>                A SITUACAO L MARCA A LIQUIDACAO ANTECIPADA    <*
      *>                (PLANO-LIQUIDA.COB): O PLANO FECHOU POR UM    <*
      *>                UNICO DEBITO DE QUITACAO COM ABATIMENTO, E    <*
      *>                TAMBEM FICA NO MESTRE COMO HISTORICO. A       <*
      *>                SITUACAO P MARCA O PLANO BAIXADO COMO         <*
      *>                PREJUIZO (PREJUIZO-BAIXA.COB): O SALDO SAIU   <*
      *>                DO ATIVO E PASSOU AO CONTROLE PREJMST. A      <*
      *>                SITUACAO R MARCA O PLANO RENEGOCIADO POR      <*
      *>                AGENCIA DE COBRANCA (COBRANCA-RETORNO.COB): O <*
      *>                SALDO PASSOU A UM PLANO NOVO DO ACORDO. A     <*
      *>                SITUACAO I MARCA O PLANO QUITADO PELA         <*
      *>                INDENIZACAO DO SEGURO PRESTAMISTA             <*
      *>                (SEGURO-SINISTRO.COB). CET_MES E CET_ANO      <*
      *>                GUARDAM, EM PERCENTUAL, O CUSTO EFETIVO TOTAL <*
      *>                APURADO NA CONCESSAO POR CET-CALCULA.COB;     <*
      *>                PLANO GRAVADO ANTES DELES TRAZ OS DOIS EM     <*
      *>                BRANCO (CET NAO APURADO)                      <*
      *>                                                              <*
      *================================================================*

               88 PLN-ATIVO           VALUE "A".
               88 PLN-QUITADO         VALUE "Q".
               88 PLN-LIQ-ANTECIPADO  VALUE "L".
               88 PLN-BAIXADO-PREJUIZO VALUE "P".
               88 PLN-RENEGOCIADO     VALUE "R".
               88 PLN-QUITADO-SEGURO  VALUE "I".
           02 PLN_CONTA           PIC 9(08).
           02 PLN_VALOR_TOTAL     PIC 9(09)V99.
           02 PLN_QTDE            PIC 9(03).
           02 PLN_PROX_PARCELA    PIC 9(03).
           02 PLN_PROX_VENC       PIC 9(08).
           02 PLN_DIA_VENC        PIC 9(02).
           02 PLN_CET_MES         PIC 9(03)V9(04).
           02 PLN_CET_ANO         PIC 9(06)V99.
