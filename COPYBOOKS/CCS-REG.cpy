      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE DE RELACIONAMENTOS    <*
      *>                INFORMADOS AO CADASTRO DE CLIENTES DO SFN     <*
      *>                (CCSMST), CHAVEADO POR CONTA + CPF + TIPO DE  <*
      *>                RELACIONAMENTO (T TITULAR, C COTITULAR, A     <*
      *>                ASSINANTE/PROCURADOR, R REPRESENTANTE LEGAL). <*
      *>                E A VISAO DO QUE O BANCO CENTRAL JA SABE: A   <*
      *>                EXPORTACAO DIARIA (CCS-EXPORTA.COB) COMPARA   <*
      *>                COM CONTATIT, ASSMST, REPLEGAL E A SITUACAO   <*
      *>                DA CONTA EM CONTASDB, CARIMBA CCS_VISTO NOS   <*
      *>                VINCULOS AINDA EXISTENTES E FINALIZA OS QUE   <*
      *>                SUMIRAM. CCS_ENVIO P MARCA O EVENTO (INICIO   <*
      *>                OU FIM) AINDA A ENVIAR; E MARCA O ENVIADO NO  <*
      *>                PROTOCOLO CCS_PROTOCOLO. A REJEICAO DEVOLVIDA <*
      *>                PELO BANCO CENTRAL (CCS-RETORNO.COB) VOLTA O  <*
      *>                REGISTRO PARA P, SOMA CCS_TENTATIVAS E GUARDA <*
      *>                O MOTIVO. O DOCUMENTO ENVIADO E O CNPJ DE     <*
      *>                CLIMAST PARA PESSOA JURIDICA E O CPF NOS      <*
      *>                DEMAIS CASOS                                  <*
      *>                                                              <*
      *================================================================*

       01  CCS-REG.
           02  CCS-CHAVE.
               03 CCS_CONTA           PIC 9(08).
               03 CCS_CPF             PIC X(11).
               03 CCS_TIPO            PIC X(01).
                   88 CCS-TITULAR         VALUE "T".
                   88 CCS-COTITULAR       VALUE "C".
                   88 CCS-ASSINANTE       VALUE "A".
                   88 CCS-REPRESENTANTE   VALUE "R".
           02  CCS_NOME               PIC X(20).
           02  CCS_SITUACAO           PIC X(01).
               88 CCS-VIGENTE             VALUE "V".
               88 CCS-FINALIZADO          VALUE "F".
           02  CCS_DATA_INICIO        PIC 9(08).
           02  CCS_DATA_FIM           PIC 9(08).
           02  CCS_VISTO              PIC 9(08).
           02  CCS_ENVIO              PIC X(01).
               88 CCS-ENVIO-PENDENTE      VALUE "P".
               88 CCS-ENVIADO             VALUE "E".
           02  CCS_EVENTO             PIC X(01).
               88 CCS-EVENTO-INICIO       VALUE "I".
               88 CCS-EVENTO-FIM          VALUE "F".
           02  CCS_PROTOCOLO          PIC 9(07).
           02  CCS_DATA_ENVIO         PIC 9(08).
           02  CCS_TENTATIVAS         PIC 9(02).
           02  CCS_MOTIVO_REJEICAO    PIC X(30).
