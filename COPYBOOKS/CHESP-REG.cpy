      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTRATO DE CHEQUE ESPECIAL    <*
      *>                (LIMITE DE CONTA CONTRATADO, CHESPMST),       <*
      *>                CHAVEADO PELA CONTA: UM CONTRATO POR CONTA,   <*
      *>                COM NUMERO, TITULAR, SEGMENTO (PF/PJ, PARA A  <*
      *>                ALIQUOTA DO IOF), LIMITE, TAXA MENSAL         <*
      *>                CONTRATADA, PRAZO E VENCIMENTO. SITUACAO P =  <*
      *>                REFERIDO PELO MOTOR DE CREDITO, AGUARDANDO A  <*
      *>                MESA (CREDFILA); A = VIGENTE; R = RETIRADO    <*
      *>                (PELA AGENCIA, NO VENCIMENTO SEM RENOVACAO OU <*
      *>                COM A CONTA ENCERRADA); N = NEGADO PELA MESA. <*
      *>                LIMITE_PEDIDO GUARDA O VALOR REFERIDO         <*
      *>                (CONTRATO P OU AUMENTO DE CONTRATO A) ATE A   <*
      *>                DISPOSICAO DA MESA. SO O CONTRATO A DENTRO DO <*
      *>                VENCIMENTO SOMA NO DISPONIVEL                 <*
      *>                (SALDO-DISPONIVEL.COB). JUROS E IOF DIARIOS   <*
      *>                SOBRE O VALOR UTILIZADO FICAM ACUMULADOS AQUI <*
      *>                ATE A COBRANCA MENSAL. GRAVADO POR            <*
      *>                CHESP-CONCEDE.COB; APURADO, RENOVADO E        <*
      *>                RETIRADO POR CHESP-APURA.COB; LIDO POR        <*
      *>                CONTA-JUROS.COB E CONTA-NEGATIVA-DIAS.COB     <*
      *>                PARA SEPARAR O USO DO LIMITE DO NEGATIVO NAO  <*
      *>                AUTORIZADO                                    <*
      *>                                                              <*
      *================================================================*

       01  CHESP-REG.
           02  CHESP_CONTA            PIC 9(08).
           02  CHESP_CONTRATO         PIC 9(10).
           02  CHESP_CPF              PIC X(11).
           02  CHESP_SEGMENTO         PIC X(02).
           02  CHESP_LIMITE           PIC 9(09)V99.
           02  CHESP_LIMITE_PEDIDO    PIC 9(09)V99.
           02  CHESP_DATA_PEDIDO      PIC 9(08).
           02  CHESP_TAXA_MES         PIC 9(02)V9999.
           02  CHESP_PRAZO_MESES      PIC 9(03).
           02  CHESP_DATA_CONTRATO    PIC 9(08).
           02  CHESP_DATA_VENCIMENTO  PIC 9(08).
           02  CHESP_SITUACAO         PIC X(01).
               88 CHESP-PENDENTE          VALUE "P".
               88 CHESP-VIGENTE           VALUE "A".
               88 CHESP-RETIRADO          VALUE "R".
               88 CHESP-NEGADO            VALUE "N".
           02  CHESP_DATA_SITUACAO    PIC 9(08).
           02  CHESP_MOTIVO           PIC X(30).
           02  CHESP_DATA_ULT_APURA   PIC 9(08).
           02  CHESP_DATA_ULT_COBRA   PIC 9(08).
           02  CHESP_JUROS_ACUM       PIC 9(09)V9(04).
           02  CHESP_IOF_ACUM         PIC 9(09)V9(04).
           02  CHESP_OPERADOR         PIC X(08).
           02  FILLER                 PIC X(20).
