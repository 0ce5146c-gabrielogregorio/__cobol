      *>                ATE A APROVACAO, APROVADO QUANDO VOLTA AO     <*
      *>                MOVIMENTO COM O CPF DE QUEM ASSINOU, RECUSADO <*
      *>                QUANDO NEGADO. O MOTIVO DIZ QUAL REGRA RETEVE:<*
      *>                CONTA CONJUNTA ACIMA DO TETO, CONTA PJ QUE    <*
      *>                EXIGE ASSINANTE COM PODER OU CONTA DE MENOR   <*
      *>                DE IDADE, ASSINADA PELO REPRESENTANTE LEGAL   <*
      *>                ATIVO (REPLEGAL)                              <*
      *>                                                              <*
      *================================================================*

           02 ALC_MOTIVO          PIC X(01).
               88 ALC-MOT-CONJUNTA    VALUE "C".
               88 ALC-MOT-ASSINANTE   VALUE "J".
               88 ALC-MOT-MENOR       VALUE "M".
           02 ALC_CPF_APROVADOR   PIC X(11).
           02 ALC_OPERADOR        PIC X(08).
