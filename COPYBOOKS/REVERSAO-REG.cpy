      *>                ACUMULA.COB) E O QUE PROCESSA A APROVACAO     <*
      *>                (REVERSAO-APROVACAO.COB), PARA QUE OS DOIS    <*
      *>                CONCORDEM SOBRE O LAYOUT E SOBRE OS VALORES   <*
      *>                VALIDOS DE REV_STATUS. REV-OPERADOR GUARDA O  <*
      *>                OPERADOR QUE DIGITOU O LANCAMENTO ESTORNADO   <*
      *>                (TRANS_OPERADOR), QUE SEGUE PARA REVAPROV E E <*
      *>                CONFERIDO POR INSIDER-VARRE.COB               <*
      *>                                                              <*
      *================================================================*

               88 REV-PENDENTE        VALUE "P".
               88 REV-APROVADO        VALUE "A".
               88 REV-REJEITADO       VALUE "R".
           02  REV-OPERADOR       PIC X(08).
