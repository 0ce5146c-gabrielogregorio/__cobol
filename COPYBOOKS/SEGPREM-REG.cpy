      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MOVIMENTO DE PREMIOS DE SEGURO <*
      *>                PRESTAMISTA COBRADOS (SEGPREM), ANEXADO POR   <*
      *>                PLANO-SERVICO.COB A CADA PREMIO LANCADO COM   <*
      *>                O CODIGO PRST JUNTO DA PARCELA. BASE DO       <*
      *>                REPASSE MENSAL A SEGURADORA                   <*
      *>                (SEGURO-REPASSE.COB)                          <*
      *>                                                              <*
      *================================================================*

       01  SEGPREM-REG.
           02  SPR_DATA               PIC 9(08).
           02  SPR_PLANO              PIC 9(07).
           02  SPR_CONTA              PIC 9(08).
           02  SPR_CPF                PIC X(11).
           02  SPR_PARCELA            PIC 9(03).
           02  SPR_VALOR              PIC 9(07)V99.
