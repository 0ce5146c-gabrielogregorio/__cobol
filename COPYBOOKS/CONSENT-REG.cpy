      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO REGISTRO DE CONSENTIMENTOS     <*
      *>                (LGPD) PARA CONTATO DE MARKETING E            <*
      *>                COMPARTILHAMENTO (CONSENTMST), CHAVEADO POR   <*
      *>                CPF + FINALIDADE + SEQUENCIA. E UM HISTORICO  <*
      *>                SO DE INCLUSAO: CADA CONCESSAO OU REVOGACAO E <*
      *>                UM REGISTRO NOVO COM A SEQUENCIA SEGUINTE,    <*
      *>                NENHUM REGISTRO E REGRAVADO OU EXCLUIDO. A    <*
      *>                REVOGACAO REPETE A DATA DA CONCESSAO QUE      <*
      *>                ENCERRA. O CONSENTIMENTO VALE QUANDO O ULTIMO <*
      *>                EVENTO DA FINALIDADE E UMA CONCESSAO. GRAVADO <*
      *>                SO POR CONSENT-REGISTRA.COB; LIDO PELA        <*
      *>                SELECAO DE CAMPANHA (GENERO-SEGMENTO.COB) E   <*
      *>                PELO DOSSIE DO TITULAR (LGPD-DOSSIE.COB)      <*
      *>                                                              <*
      *================================================================*

       01  CONSENT-REG.
           02  CNS-CHAVE.
               03 CNS_CPF             PIC X(11).
               03 CNS_FINALIDADE      PIC X(01).
                   88 CNS-FIN-EMAIL       VALUE "E".
                   88 CNS-FIN-SMS         VALUE "S".
                   88 CNS-FIN-CORREIO     VALUE "C".
                   88 CNS-FIN-PARCEIROS   VALUE "P".
                   88 CNS-FIN-VALIDA      VALUE "E" "S" "C" "P".
               03 CNS_SEQUENCIA       PIC 9(05).
           02  CNS_EVENTO             PIC X(01).
               88 CNS-CONCESSAO           VALUE "C".
               88 CNS-REVOGACAO           VALUE "R".
           02  CNS_DATA_CONCESSAO     PIC 9(08).
           02  CNS_DATA_REVOGACAO     PIC 9(08).
           02  CNS_HORA_REGISTRO      PIC 9(06).
           02  CNS_CANAL              PIC X(01).
               88 CNS-CANAL-AGENCIA       VALUE "A".
               88 CNS-CANAL-INTERNET      VALUE "I".
               88 CNS-CANAL-APLICATIVO    VALUE "M".
               88 CNS-CANAL-TELEFONE      VALUE "T".
               88 CNS-CANAL-FORMULARIO    VALUE "F".
               88 CNS-CANAL-VALIDO        VALUE "A" "I" "M" "T" "F".
           02  CNS_DOCUMENTO          PIC X(20).
           02  CNS_OPERADOR           PIC X(08).
