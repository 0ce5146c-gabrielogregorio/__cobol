      *>                MESTRE DE CLIENTES, COMPARTILHADO ENTRE O     <*
      *>                PROGRAMA QUE APLICA A MANUTENCAO NO MESTRE DE <*
      *>                CONTAS (CONTA-MASTER.COB) E QUALQUER CONFERE  <*
      *>                DE LOTE QUE VENHA A PRECISAR DO MESMO LAYOUT. <*
      *>                CMAN-COD-PRODUTO ESCOLHE O PRODUTO DO         <*
      *>                CATALOGO NA ABERTURA (BRANCO MANTEM O ANTIGO  <*
      *>                CMAN-PRODUTO C/P) E CMAN-CPF INFORMA O        <*
      *>                TITULAR PARA A CRITICA DE PUBLICO E IDADE     <*
      *>                MINIMA DO PRODUTO                             <*
      *>                                                              <*
      *================================================================*

           02  CMAN-MOEDA         PIC X(03).
           02  CMAN-STATUS        PIC X(01).
           02  CMAN-PRODUTO       PIC X(01).
           02  CMAN-COD-PRODUTO   PIC X(04).
           02  CMAN-CPF           PIC X(11).
