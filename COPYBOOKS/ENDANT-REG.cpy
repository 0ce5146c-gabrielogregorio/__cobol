      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO ENDERECO ANTERIOR DO CLIENTE   <*
      *>                (CLIENDANT), CHAVEADO PELO CLIENTE_CPF: O     <*
      *>                ENDERECO COMPLETO QUE VALIA ANTES DA ULTIMA   <*
      *>                TROCA, A DATA DA TROCA E O OPERADOR. GRAVADO  <*
      *>                POR CLIENTE-MASTER.COB A CADA ALTERACAO DE    <*
      *>                ENDERECO (O AUDITLOG SO GUARDA 30 POSICOES) E <*
      *>                LIDO POR TRANSACAO-TOMADA.COB, QUE AVISA O    <*
      *>                CLIENTE NO ENDERECO ANTIGO ALEM DO NOVO       <*
      *>                                                              <*
      *================================================================*

       01  ENDANT-REG.
           02  ENDA_CPF               PIC X(11).
           02  ENDA_DATA              PIC 9(08).
           02  ENDA_ENDERECO.
               03 ENDA_LOGRADOURO     PIC X(30).
               03 ENDA_NUMERO         PIC X(06).
               03 ENDA_BAIRRO         PIC X(20).
               03 ENDA_CIDADE         PIC X(20).
               03 ENDA_UF             PIC X(02).
               03 ENDA_CEP            PIC 9(08).
           02  ENDA_OPERADOR          PIC X(08).
           02  FILLER                 PIC X(15).
