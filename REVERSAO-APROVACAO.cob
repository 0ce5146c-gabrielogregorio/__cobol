      *>                    BUSCADO PRIMEIRO NO MESTRE CONSOLIDADO    <*
      *>                    PARAMMST (REVAPRTETO VIA PARAMETRO-LE.    <*
      *>                    COB); REVAPRPARM CONTINUA COMO RETAGUARDA <*
      *>   15/10/2026  GGS  REVAPROV PASSA A LEVAR O OPERADOR QUE     <*
      *>                    DIGITOU O LANCAMENTO ESTORNADO            <*
      *>                    (REVAPROV-OPERADOR), LIDO POR             <*
      *>                    INSIDER-VARRE.COB                         <*
      ******************************************************************

      *================================================================*
           MOVE REV-TIPO   TO REVAPROV-TIPO.
           MOVE REV-STATUS TO REVAPROV-STATUS.
           MOVE WRK-DATA-SISTEMA TO REVAPROV-DATA.
           MOVE REV-OPERADOR TO REVAPROV-OPERADOR.
           WRITE REVAPROV-REG.

           PERFORM 2100-LER-REVERSAO THRU 2100-LER-REVERSAO-EXIT.
