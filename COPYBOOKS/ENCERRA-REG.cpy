      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE DE ENCERRAMENTO DE    <*
      *>                CONTA (ENCERPEND), CHAVEADO PELA CONTA.       <*
      *>                GRAVADO POR CONTA-ENCERRA.COB QUANDO O PEDIDO <*
      *>                PASSA NO CHECKLIST: A TARIFA FINAL E A        <*
      *>                TRANSFERENCIA DO SALDO VAO AO MOVIMENTO E A   <*
      *>                CONTA FICA EM LIQUIDACAO ATE O ACUMULADOR DA  <*
      *>                NOITE ZERAR O SALDO; SO ENTAO A RODADA        <*
      *>                SEGUINTE MARCA A CONTA ENCERRADA E EMITE A    <*
      *>                CARTA. O DESTINO DO SALDO SEGUE O DESENHO DE  <*
      *>                PORTSAL (ISPB, AGENCIA, CONTA). AS            <*
      *>                QUANTIDADES DIZEM O QUE FOI CANCELADO E VAO   <*
      *>                PARA A CARTA AO CLIENTE                       <*
      *>                                                              <*
      *================================================================*

       01  ENCERRA-REG.
           02  ENC_CONTA          PIC 9(08).
           02  ENC_SITUACAO       PIC X(01).
               88 ENC-EM-LIQUIDACAO   VALUE "L".
               88 ENC-ENCERRADA       VALUE "E".
           02  ENC_ISPB           PIC X(08).
           02  ENC_AGENCIA        PIC 9(04).
           02  ENC_CONTA_DEST     PIC 9(10).
           02  ENC_OPERADOR       PIC X(08).
           02  ENC_DATA_PEDIDO    PIC 9(08).
           02  ENC_DATA_ENCERRA   PIC 9(08).
           02  ENC_TARIFA         PIC 9(09)V99.
           02  ENC_TRANSFERIDO    PIC 9(11)V99.
           02  ENC_QTDE_MANDATOS  PIC 9(04).
           02  ENC_QTDE_ORDENS    PIC 9(04).
           02  ENC_QTDE_CHAVES    PIC 9(04).
           02  ENC_QTDE_FOLHAS    PIC 9(05).
