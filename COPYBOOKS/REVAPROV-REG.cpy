      *>                APROVACAO.COB (QUE CARIMBA A DATA DE ENTRADA  <*
      *>                USADA PELO ENVELHECIMENTO DE FILA-IDADE.COB), <*
      *>                TRABALHADA POR REVERSAO-DECISAO.COB E LIDA    <*
      *>                POR CLIENTE-360.COB E FILA-IDADE.COB, PARA    <*
      *>                QUE NENHUM DELES REDEFINA OS CAMPOS POR CONTA <*
      *>                PROPRIA E ACABE DESALINHADO DOS DEMAIS.       <*
      *>                REGISTRO ANTERIOR AO CAMPO DE DATA ENTRA COM  <*
      *>                A DATA EM BRANCO E SAI NA FAIXA SEM DATA DO   <*
      *>                RELATORIO DE ENVELHECIMENTO.                  <*
      *>                REVAPROV-OPERADOR E O OPERADOR QUE DIGITOU O  <*
      *>                LANCAMENTO ESTORNADO, LIDO POR                <*
      *>                INSIDER-VARRE.COB; REGISTRO ANTIGO VEM COM    <*
      *>                ELE EM BRANCO                                 <*
      *>                                                              <*
      *================================================================*

               88 REVAPROV-APROVADO    VALUE "A".
               88 REVAPROV-REJEITADO   VALUE "R".
           02  REVAPROV-DATA       PIC 9(08).
           02  REVAPROV-OPERADOR   PIC X(08).
