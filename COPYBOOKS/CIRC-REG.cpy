      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE DE CIRCULARIZACAO DE  <*
      *>                SALDOS PEDIDA PELOS AUDITORES EXTERNOS        <*
      *>                (CIRCMST), CHAVEADO PELA DATA-BASE E PELA     <*
      *>                CONTA: UM REGISTRO POR CONTA DA AMOSTRA, COM  <*
      *>                O NUMERO DA CARTA, O CRITERIO DA AMOSTRA, O   <*
      *>                SALDO NA DATA-BASE, OS PLANOS EM ABERTO E OS  <*
      *>                CDBS CONFIRMADOS NA CARTA E, DEPOIS, A        <*
      *>                RESPOSTA DO CLIENTE COM OS VALORES QUE ELE    <*
      *>                INFORMOU. GRAVADO POR CIRCULARIZA-EMITE.COB   <*
      *>                (SITUACAO E = CARTA ENVIADA OU S = SUPRIMIDA, <*
      *>                SEM CARTA) E ATUALIZADO POR                   <*
      *>                CIRCULARIZA-RETORNO.COB (C = CONFIRMADA, D =  <*
      *>                DIVERGENTE, V = DEVOLVIDA PELO CORREIO).      <*
      *>                NENHUM REGISTRO E EXCLUIDO: E O PAPEL DE      <*
      *>                TRABALHO DOS AUDITORES                        <*
      *>                                                              <*
      *================================================================*

       01  CIRC-REG.
           02  CIRC-CHAVE.
               03 CIRC_DATA_BASE      PIC 9(08).
               03 CIRC_CONTA          PIC 9(08).
           02  CIRC_NUMERO            PIC 9(05).
           02  CIRC_CPF               PIC X(11).
           02  CIRC_METODO            PIC X(01).
               88 CIRC-ALEATORIA          VALUE "A".
               88 CIRC-ESTRATIFICADA      VALUE "E".
               88 CIRC-LISTA-AUDITOR      VALUE "L".
           02  CIRC_ESTRATO           PIC 9(02).
           02  CIRC_MOEDA             PIC X(03).
           02  CIRC_SALDO_BASE        PIC S9(11)V99.
           02  CIRC_QTDE_PLANOS       PIC 9(03).
           02  CIRC_SALDO_PLANOS      PIC 9(11)V99.
           02  CIRC_QTDE_CDB          PIC 9(03).
           02  CIRC_SALDO_CDB         PIC 9(11)V99.
           02  CIRC_DATA_ENVIO        PIC 9(08).
           02  CIRC_SITUACAO          PIC X(01).
               88 CIRC-ENVIADA            VALUE "E".
               88 CIRC-SUPRIMIDA          VALUE "S".
               88 CIRC-CONFIRMADA         VALUE "C".
               88 CIRC-DIVERGENTE         VALUE "D".
               88 CIRC-DEVOLVIDA          VALUE "V".
           02  CIRC_MOTIVO            PIC X(30).
           02  CIRC_DATA_RESPOSTA     PIC 9(08).
           02  CIRC_SALDO_INFORMADO   PIC S9(11)V99.
           02  CIRC_PLANOS_INFORMADO  PIC 9(11)V99.
           02  CIRC_CDB_INFORMADO     PIC 9(11)V99.
           02  CIRC_OPERADOR          PIC X(08).
           02  FILLER                 PIC X(20).
