      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA LISTA RESTRITIVA DE            <*
      *>                COMPLIANCE (LISTREST): PESSOAS COM QUEM A     <*
      *>                CASA NAO SE RELACIONA OU SO SE RELACIONA SOB  <*
      *>                DILIGENCIA (DETERMINACAO JUDICIAL, AVISO DE   <*
      *>                AUTORIDADE, DECISAO INTERNA). CHAVEADA        <*
      *>                PELO CPF; O DESLIGADO PERMANECE NO ARQUIVO    <*
      *>                COMO TRILHA. MANTIDA POR RESTRITIVA-CARGA.COB <*
      *>                E CONSULTADA POR CLIENTE-RISCO.COB. A LISTA E <*
      *>                SIGILOSA E NAO SAI EM RELATORIO AO TITULAR    <*
      *>                                                              <*
      *================================================================*

       01  RESTRITIVA-REG.
           02  RST_CPF                PIC X(11).
           02  RST_NOME               PIC X(20).
           02  RST_MOTIVO             PIC X(30).
           02  RST_ORIGEM             PIC X(01).
               88 RST-ORIGEM-JUDICIAL     VALUE "J".
               88 RST-ORIGEM-AUTORIDADE   VALUE "A".
               88 RST-ORIGEM-INTERNA      VALUE "I".
               88 RST-ORIGEM-VALIDA       VALUE "J" "A" "I".
           02  RST_SITUACAO           PIC X(01).
               88 RST-ATIVO               VALUE "A".
               88 RST-DESLIGADO           VALUE "D".
           02  RST_DATA_INCLUSAO      PIC 9(08).
           02  RST_OPERADOR           PIC X(08).
