      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE RECLAMACOES DE     <*
      *>                CLIENTES (RECLAMST), CHAVEADO PELO PROTOCOLO  <*
      *>                (NUMERACAO SEQUENCIAL DE RECLPROT): CPF,      <*
      *>                CONTA (ZERO QUANDO A RECLAMACAO NAO E DE      <*
      *>                CONTA), CANAL DE ENTRADA, INSTANCIA (SAC OU   <*
      *>                OUVIDORIA), CATEGORIA DO ASSUNTO, CODIGO DO   <*
      *>                MOVIMENTO OU TARIFA RECLAMADO (TABELA         <*
      *>                TRANSCOD), ABERTURA E PRAZO DE RESPOSTA,      <*
      *>                SOLUCAO (PROCEDENTE/IMPROCEDENTE) E A         <*
      *>                RESTITUICAO AO CLIENTE, QUE SO E LANCADA EM   <*
      *>                ACUMTRANS DEPOIS DO VISTO DE UM SEGUNDO       <*
      *>                OPERADOR. GRAVADO POR RECLAMA-REGISTRA.COB,   <*
      *>                APROVADO POR RECLAMA-RESTITUI.COB E LIDO POR  <*
      *>                RECLAMA-PRAZO.COB (VENCIDAS DO DIA) E         <*
      *>                RECLAMA-OUVIDORIA.COB (ESTATISTICA            <*
      *>                TRIMESTRAL). NENHUMA RECLAMACAO E EXCLUIDA    <*
      *>                                                              <*
      *================================================================*

       01  RECLAMA-REG.
           02  RECL_PROTOCOLO         PIC 9(10).
           02  RECL_CPF               PIC X(11).
           02  RECL_CONTA             PIC 9(08).
           02  RECL_CANAL             PIC X(03).
               88 RECL-CANAL-VALIDO       VALUE "AGE" "TEL" "INT"
                                                "BCB" "PCN".
           02  RECL_INSTANCIA         PIC X(01).
               88 RECL-SAC                VALUE "S".
               88 RECL-OUVIDORIA          VALUE "O".
           02  RECL_CATEGORIA         PIC X(04).
               88 RECL-CATEGORIA-VALIDA   VALUE "TARF" "CONT" "CART"
                                                "CRED" "CHEQ" "PIX "
                                                "ATND" "OUTR".
           02  RECL_COD_MOVIMENTO     PIC X(04).
           02  RECL_DATA_ABERTURA     PIC 9(08).
           02  RECL_DATA_PRAZO        PIC 9(08).
           02  RECL_SITUACAO          PIC X(01).
               88 RECL-ABERTA             VALUE "A".
               88 RECL-SOLUCIONADA        VALUE "S".
               88 RECL-CANCELADA          VALUE "C".
           02  RECL_RESULTADO         PIC X(01).
               88 RECL-PROCEDENTE         VALUE "P".
               88 RECL-IMPROCEDENTE       VALUE "I".
           02  RECL_DATA_SOLUCAO      PIC 9(08).
           02  RECL_VALOR_RESTITUICAO PIC 9(09)V99.
           02  RECL_SIT_RESTITUICAO   PIC X(01).
               88 RECL-SEM-RESTITUICAO    VALUE " ".
               88 RECL-RESTIT-PENDENTE    VALUE "P".
               88 RECL-RESTIT-LANCADA     VALUE "L".
               88 RECL-RESTIT-NEGADA      VALUE "N".
           02  RECL_DATA_RESTITUICAO  PIC 9(08).
           02  RECL_OPER_ABERTURA     PIC X(08).
           02  RECL_OPER_SOLUCAO      PIC X(08).
           02  RECL_OPER_APROVACAO    PIC X(08).
           02  RECL_DESCRICAO         PIC X(40).
           02  FILLER                 PIC X(10).
