      *>                    DA NOITE CONFERIA O ARQUIVO RECONSTRUIDO  <*
      *>                    CONTRA O TOTAL LIDO E QUALQUER RECUSA     <*
      *>                    VIRAVA NOGO INDEVIDO                      <*
      *>   15/10/2026  GGS  O ESTORNO GRAVADO EM ACUMREV LEVA O       <*
      *>                    OPERADOR QUE DIGITOU O LANCAMENTO         <*
      *>                    (REV-OPERADOR), PARA A VARREDURA DE       <*
      *>                    CONFLITO DE INTERESSE DE                  <*
      *>                    INSIDER-VARRE.COB                         <*
      ******************************************************************

      *================================================================*
               MOVE TRANS_VALOR  TO REV-VALOR
               MOVE CONTA_SALDO  TO REV-SALDO
               MOVE TRANS_TIPO   TO REV-TIPO
               MOVE TRANS_OPERADOR TO REV-OPERADOR
               SET REV-PENDENTE TO TRUE
               WRITE REVERSAO-REG
           END-IF.
