      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE CONTESTACOES DE    <*
      *>                COMPRA NO CARTAO DE DEBITO (CARTDISP),        <*
      *>                CHAVEADO PELO NUMERO DE AUTORIZACAO MAIS A    <*
      *>                CONTA, O MESMO PAR QUE CASA A RESERVA DE      <*
      *>                CARTHOLD NA LIQUIDACAO. MANTIDO POR CARTAO-   <*
      *>                CONTESTA.COB: A CONTESTACAO ABRE COM CREDITO  <*
      *>                PROVISORIO AO CLIENTE E CHARGEBACK ENVIADO A  <*
      *>                BANDEIRA (A), PODE SER REAPRESENTADA PELO     <*
      *>                ESTABELECIMENTO E IR A ARBITRAGEM (R) E       <*
      *>                TERMINA GANHA, COM O CREDITO DEFINITIVO (G),  <*
      *>                OU PERDIDA, COM O CREDITO ESTORNADO (P). O    <*
      *>                PRAZO DA BANDEIRA CORRE DESDE                 <*
      *>                CTS_DATA_SITUACAO                             <*
      *>                                                              <*
      *================================================================*

       01  CONTESTA-REG.
           02  CTS-CHAVE.
               03 CTS_AUTORIZACAO PIC 9(06).
               03 CTS_CONTA       PIC 9(08).
           02  CTS_VALOR          PIC 9(09)V99.
           02  CTS_ESTAB          PIC X(20).
           02  CTS_DATA_COMPRA    PIC 9(08).
           02  CTS_MOTIVO         PIC X(04).
           02  CTS_SITUACAO       PIC X(01).
               88 CTS-ABERTA          VALUE "A".
               88 CTS-ARBITRAGEM      VALUE "R".
               88 CTS-GANHA           VALUE "G".
               88 CTS-PERDIDA         VALUE "P".
               88 CTS-EM-CURSO        VALUE "A" "R".
           02  CTS_DATA_ABERTURA  PIC 9(08).
           02  CTS_DATA_SITUACAO  PIC 9(08).
           02  CTS_OPERADOR       PIC X(08).
