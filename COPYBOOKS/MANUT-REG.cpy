      *>                CONFEREM O LOTE ANTES DA CARGA (CPF-DUPLIC.    <*
      *>                COB), PARA QUE NENHUM DELES DECLARE OS        <*
      *>                OFFSETS POR CONTA PROPRIA E ACABE DESALINHADO <*
      *>                DO LAYOUT REAL. A FUNCAO R (REVISAO) TRAZ OS  <*
      *>                MESMOS DADOS DE UMA ALTERACAO E ENCERRA A     <*
      *>                REVISAO PERIODICA DO CADASTRO (KYCMST)        <*
      *>                                                              <*
      *================================================================*

               88 MANUT-CHANGE        VALUE "C".
               88 MANUT-DELETE        VALUE "D".
               88 MANUT-INQUIRY       VALUE "I".
               88 MANUT-REVISAO       VALUE "R".
           02  MANUT-CPF          PIC X(11).
           02  MANUT-NOME         PIC X(20).
           02  MANUT-RG.
