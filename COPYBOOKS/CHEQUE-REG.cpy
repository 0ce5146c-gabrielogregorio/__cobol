      *>                COMPENSACAO/DEVOLUCAO (CHEQUE-COMPENSA.COB).  <*
      *>                O CREDITO SO ENTRA NO SALDO NA DATA DE        <*
      *>                COMPENSACAO; ATE LA O VALOR NAO E DISPONIVEL. <*
      *>                SITUACAO: PENDENTE, COMPENSADO OU DEVOLVIDO.  <*
      *>                CHQ_SACADO GUARDA O BANCO (POSICOES 1-3) E A  <*
      *>                CONTA+TIPO (POSICOES 21-29) DO EMITENTE,      <*
      *>                TIRADOS DA BANDA CMC-7 NO DEPOSITO (BRANCO    <*
      *>                QUANDO O LOTE VEM SEM BANDA); NA CONTA DA     <*
      *>                CASA AS 8 PRIMEIRAS POSICOES SAO O NUMERO DA  <*
      *>                CONTA. USADO PELA VARREDURA DE CIRANDA        <*
      *>                (CHEQUE-CIRANDA.COB)                          <*
      *>                                                              <*
      *================================================================*

           02 CHQ_NUMERO          PIC 9(10).
           02 CHQ_DATA_DEPOSITO   PIC 9(08).
           02 CHQ_DATA_COMPENSA   PIC 9(08).
           02 CHQ_SACADO.
               03 CHQ_SACADO_BANCO    PIC X(03).
               03 CHQ_SACADO_CONTA    PIC X(09).
