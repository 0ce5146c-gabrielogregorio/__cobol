      *>                CORREIO-DEVOLVIDO.COB): A IMPRESSAO DE        <*
      *>                BOLETOS E SUPRIMIDA ATE O ENDERECO SER        <*
      *>                MANTIDO DE NOVO EM CLIENTE-MASTER.COB, QUE    <*
      *>                LIMPA A MARCA NA ALTERACAO DE ENDERECO.       <*
      *>                CLIENTE_LAYOUT MARCA A VERSAO DO LAYOUT EM    <*
      *>                QUE O REGISTRO FOI GRAVADO                    <*
      *>                (CLIENTE-LAYOUT-ATUAL); REGISTRO EM VERSAO    <*
      *>                ANTERIOR (BRANCO) E RECUSADO NA CONFERENCIA   <*
      *>                DO SELO (ARQUIVO-SELO.COB) ATE SER CONVERTIDO <*
      *>                POR LAYOUT-CONVERTE.COB, QUE TROCA OS BRANCOS <*
      *>                DE STATUS, RISCO, SITUACAO NA RFB E ENDERECO  <*
      *>                SUSPEITO PELOS VALORES EXPLICITOS. A CADA     <*
      *>                CAMPO NOVO O VALOR DE CLIENTE-LAYOUT-ATUAL    <*
      *>                SOBE E A CONVERSAO GANHA A REGRA DA VERSAO    <*
      *>                ANTERIOR                                      <*
      *>                                                              <*
      *================================================================*

           02  CLIENTE_END_SUSPEITO   PIC X(01).
               88 CLIENTE-END-CONFIAVEL   VALUE " " "N".
               88 CLIENTE-END-SUSPEITO    VALUE "S".
           02  CLIENTE_LAYOUT         PIC X(02).
               88 CLIENTE-LAYOUT-ATUAL    VALUE "01".
