      *>                VENCIMENTO. COMPARTILHADO ENTRE O SERVICO DE  <*
      *>                APLICACAO/RESGATE (CDB-SERVICO.COB) E A       <*
      *>                ROTINA DIARIA DE VENCIMENTO (CDB-VENCIMENTO.  <*
      *>                COB). CDB_ORIGEM SEPARA A APLICACAO FEITA NO  <*
      *>                BALCAO (BRANCO OU M) DA GERADA PELA           <*
      *>                APLICACAO AUTOMATICA (V, APLICAUT-VARRE.COB), <*
      *>                QUE SO ELA RESGATA AUTOMATICAMENTE            <*
      *>                                                              <*
      *================================================================*

               88 CDB-ATIVO           VALUE "A".
               88 CDB-RESGATADO       VALUE "R".
               88 CDB-LIQUIDADO       VALUE "L".
           02  CDB_ORIGEM         PIC X(01).
               88 CDB-ORIGEM-BALCAO   VALUE "M" " ".
               88 CDB-ORIGEM-AUTOMATICA VALUE "V".
