      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO HISTORICO DE NEGATIVACAO POR   <*
      *>                CPF (NEGHIST), GRAVADO POR                    <*
      *>                NEGATIVA-BUREAU.COB A CADA EVENTO DO CICLO DE <*
      *>                NEGATMST: AVISO PREVIO (A), INCLUSAO NO BIRO  <*
      *>                (I), EXCLUSAO (E) E AVISO CANCELADO (C).      <*
      *>                NUNCA E REGRAVADO: E A PROVA DE QUANDO CADA   <*
      *>                CPF ESTEVE NEGATIVADO E DE QUE O AVISO        <*
      *>                PRECEDEU A INCLUSAO                           <*
      *>                                                              <*
      *================================================================*

       01  NEGHIST-REG.
           02  NGH-CHAVE.
               03 NGH_CPF             PIC X(11).
               03 NGH_DATA            PIC 9(08).
               03 NGH_CONTA           PIC 9(08).
               03 NGH_EVENTO          PIC X(01).
                   88 NGH-AVISO           VALUE "A".
                   88 NGH-INCLUSAO        VALUE "I".
                   88 NGH-EXCLUSAO        VALUE "E".
                   88 NGH-CANCELAMENTO    VALUE "C".
           02  NGH_VALOR              PIC 9(09)V99.
           02  NGH_DIAS_ATRASO        PIC 9(05).
