      *================================================================*
      *>                                                              <*
      *>   DATA.     : 14/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE CHEQUE SACADO      <*
      *>                CONTRA CONTA NOSSA E APRESENTADO POR OUTRO    <*
      *>                BANCO NA COMPENSACAO DE ENTRADA (CHEQSAC),    <*
      *>                CHAVEADO POR CONTA MAIS NUMERO DO CHEQUE.     <*
      *>                GRAVADO POR CHEQUE-SACADO.COB A CADA          <*
      *>                APRESENTACAO: PAGO QUANDO DEBITOU A CONTA,    <*
      *>                DEVOLVIDO QUANDO VOLTOU PARA A CAMARA COM O   <*
      *>                MOTIVO PADRAO. SAC_QTDE_APRES DIZ SE E A      <*
      *>                PRIMEIRA OU A SEGUNDA APRESENTACAO (MOTIVO 11 <*
      *>                OU 12 DE INSUFICIENCIA DE FUNDOS) E BARRA A   <*
      *>                REAPRESENTACAO DE CHEQUE JA PAGO OU DEVOLVIDO <*
      *>                EM DEFINITIVO (MOTIVO 49)                     <*
      *>                                                              <*
      *================================================================*

       01  CHEQSAC-REG.
           02  SAC-CHAVE.
               03 SAC_CONTA       PIC 9(08).
               03 SAC_NUMERO      PIC 9(10).
           02  SAC_VALOR          PIC 9(09)V99.
           02  SAC_SITUACAO       PIC X(01).
               88 SAC-PAGO            VALUE "P".
               88 SAC-DEVOLVIDO       VALUE "D".
           02  SAC_MOTIVO         PIC X(02).
               88 SAC-MOT-FUNDOS-1A   VALUE "11".
               88 SAC-MOT-FUNDOS-2A   VALUE "12".
               88 SAC-MOT-ENCERRADA   VALUE "13".
               88 SAC-MOT-SUSTADO     VALUE "21".
               88 SAC-MOT-BLOQUEADA   VALUE "24".
               88 SAC-MOT-DESCONHECIDA VALUE "35".
               88 SAC-MOT-REAPRESENTADO VALUE "49".
           02  SAC_QTDE_APRES     PIC 9(01).
           02  SAC_BANCO_APRES    PIC X(08).
           02  SAC_DATA_PRIMEIRA  PIC 9(08).
           02  SAC_DATA_ULTIMA    PIC 9(08).
