      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CONTROLE DE NEGATIVACAO NO     <*
      *>                BIRO DE CREDITO (NEGATMST), UMA LINHA POR     <*
      *>                CONTA DEVEDORA, MANTIDO POR                   <*
      *>                NEGATIVA-BUREAU.COB. O CICLO E: AVISO PREVIO  <*
      *>                ENVIADO (A), INCLUSAO REMETIDA AO BIRO DEPOIS <*
      *>                DO PRAZO LEGAL (I), EXCLUSAO REMETIDA QUANDO  <*
      *>                A CONTA SAI DE NEGDIAS OU FICA SEM SALDO      <*
      *>                DEVEDOR (E), OU AVISO CANCELADO PORQUE A      <*
      *>                DIVIDA FOI PAGA ANTES DA INCLUSAO (C). UM     <*
      *>                NOVO ATRASO DEPOIS DE E OU C ABRE OUTRO CICLO <*
      *>                NA MESMA LINHA; O HISTORICO POR CPF FICA EM   <*
      *>                NEGHIST (NEGHIST-REG)                         <*
      *>                                                              <*
      *================================================================*

       01  NEGATIVA-REG.
           02  NGT_CONTA              PIC 9(08).
           02  NGT_CPF                PIC X(11).
           02  NGT_DOCUMENTO          PIC X(14).
           02  NGT_TIPO_PESSOA        PIC X(01).
               88 NGT-PESSOA-FISICA       VALUE "F".
               88 NGT-PESSOA-JURIDICA     VALUE "J".
           02  NGT_SITUACAO           PIC X(01).
               88 NGT-AVISADO             VALUE "A".
               88 NGT-INCLUIDO            VALUE "I".
               88 NGT-EXCLUIDO            VALUE "E".
               88 NGT-CANCELADO           VALUE "C".
               88 NGT-EM-CURSO            VALUE "A" "I".
           02  NGT_VALOR              PIC 9(09)V99.
           02  NGT_DIAS_ATRASO        PIC 9(05).
           02  NGT_DATA_AVISO         PIC 9(08).
           02  NGT_DATA_INCLUSAO      PIC 9(08).
           02  NGT_DATA_EXCLUSAO      PIC 9(08).
