      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA POSICAO DE EXPOSICAO POR GRUPO <*
      *>                ECONOMICO (GRPEXP), CHAVEADA PELO CODIGO DO   <*
      *>                GRUPO E REGRAVADA INTEIRA A CADA APURACAO DE  <*
      *>                GRUPO-EXPOSICAO.COB. CREDITO-DECISAO.COB SOMA <*
      *>                O VALOR PEDIDO AO TOTAL DA ULTIMA APURACAO    <*
      *>                PARA CONFERIR O LIMITE DE CONCENTRACAO. AS    <*
      *>                GARANTIAS VIGENTES SAO INFORMATIVAS E NAO     <*
      *>                ENTRAM NO TOTAL                               <*
      *>                                                              <*
      *================================================================*

       01  GRUPOEXP-REG.
           02  GEX_CODIGO             PIC 9(06).
           02  GEX_DATA               PIC 9(08).
           02  GEX_QTDE_MEMBROS       PIC 9(05).
           02  GEX_CHEQUE_ESPECIAL    PIC 9(13)V99.
           02  GEX_PLANOS             PIC 9(13)V99.
           02  GEX_VENDAS             PIC 9(13)V99.
           02  GEX_CONSIGNADO         PIC 9(13)V99.
           02  GEX_TOTAL              PIC 9(13)V99.
           02  GEX_GARANTIAS          PIC 9(13)V99.
           02  GEX_LIMITE             PIC 9(11)V99.
