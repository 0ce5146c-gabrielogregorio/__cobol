      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA VIGILANCIA DE CIRANDA DE       <*
      *>                CHEQUES (CHEQVIGIA), CHAVEADO PELA CONTA.     <*
      *>                GRAVADO POR CHEQUE-CIRANDA.COB: CONTA OS DIAS <*
      *>                EM QUE O CREDITO DE CHEQUE FOI SACADO NO      <*
      *>                PROPRIO DIA DA COMPENSACAO (VIG_QTDE_USOS,    <*
      *>                ZERADO QUANDO O ULTIMO USO FICA ANTIGO) E     <*
      *>                MARCA A CONTA SUSPEITA COM A DATA, O MOTIVO E <*
      *>                OS DIAS UTEIS A MAIS DE FLOAT. LIDO POR       <*
      *>                CHEQUE-DEPOSITO.COB, QUE ALONGA O PRAZO DE    <*
      *>                COMPENSACAO DA CONTA SUSPEITA DURANTE A       <*
      *>                JANELA DE RETENCAO                            <*
      *>                                                              <*
      *================================================================*

       01  CHEQVIG-REG.
           02  VIG_CONTA              PIC 9(08).
           02  VIG_QTDE_USOS          PIC 9(03).
           02  VIG_DATA_ULT_USO       PIC 9(08).
           02  VIG_SITUACAO           PIC X(01).
               88 VIG-NORMAL              VALUE "N" " ".
               88 VIG-SUSPEITA            VALUE "S".
           02  VIG_DATA_MARCACAO      PIC 9(08).
           02  VIG_DIAS_EXTRA         PIC 9(03).
           02  VIG_MOTIVO             PIC X(12).
           02  FILLER                 PIC X(17).
