      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO ARQUIVO DE PROVISAO PARA       <*
      *>                CREDITOS DE LIQUIDACAO DUVIDOSA (PROVMST),    <*
      *>                UMA LINHA POR OPERACAO DE CREDITO: MODALIDADE <*
      *>                (AD = ADIANTAMENTO A DEPOSITANTE, PL = PLANO  <*
      *>                DE PARCELAMENTO, VF = VENDA FINANCIADA) MAIS  <*
      *>                O NUMERO DA OPERACAO (CONTA PARA AD E VF,     <*
      *>                PLN_NUMERO PARA PL). REGRAVADO POR            <*
      *>                PROVISAO-CALCULA.COB A CADA RODADA MENSAL: O  <*
      *>                VALOR GUARDADO E A PROVISAO JA CONTABILIZADA, <*
      *>                BASE DA CONSTITUICAO OU REVERSAO DO MES       <*
      *>                SEGUINTE                                      <*
      *>                                                              <*
      *================================================================*

       01  PROVISAO-REG.
           02  PROV-CHAVE.
               03 PROV_MODALIDADE     PIC X(02).
                   88 PROV-ADIANTAMENTO   VALUE "AD".
                   88 PROV-PLANO          VALUE "PL".
                   88 PROV-VENDA          VALUE "VF".
               03 PROV_NUMERO         PIC 9(08).
           02  PROV_CONTA             PIC 9(08).
           02  PROV_FILIAL            PIC 9(04).
           02  PROV_DIAS_ATRASO       PIC 9(05).
           02  PROV_NIVEL             PIC X(02).
           02  PROV_SALDO             PIC 9(11)V99.
           02  PROV_VALOR             PIC 9(11)V99.
           02  PROV_DATA_CALCULO      PIC 9(08).
