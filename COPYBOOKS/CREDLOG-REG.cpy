      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO LOG DE DECISOES DE CREDITO     <*
      *>                (CREDLOG): UMA LINHA POR CHAMADA DO MOTOR,    <*
      *>                COM AS ENTRADAS DO PEDIDO, O LIMITE E A       <*
      *>                ALCADA APLICADOS, OS INDICES LTV E DTI        <*
      *>                APURADOS, O RESULTADO E O OPERADOR. GRAVADO   <*
      *>                POR CREDITO-DECISAO.COB E LIDO POR            <*
      *>                CLIENTE-360.COB                               <*
      *>                                                              <*
      *================================================================*

       01  CREDLOG-REG.
           02 CRLOG_DATA              PIC 9(08).
           02 CRLOG_HORA              PIC 9(08).
           02 CRLOG_CPF               PIC X(11).
           02 CRLOG_VALOR             PIC 9(09)V99.
           02 CRLOG_LIMITE            PIC 9(09)V99.
           02 CRLOG_STATUS_CONTA      PIC X(01).
           02 CRLOG_REGIAO            PIC X(02).
           02 CRLOG_NIVEL             PIC 9(01).
           02 CRLOG_ALCADA            PIC 9(09)V99.
           02 CRLOG_RESULTADO         PIC X(01).
           02 CRLOG_OPERADOR          PIC X(08).
           02 CRLOG_LTV               PIC 9(05)V99.
           02 CRLOG_DTI               PIC 9(05)V99.
