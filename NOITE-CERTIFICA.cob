      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  INVARIANTE 5: O REGISTRO GL-CONCILIA DE   <*
      *>                    HOJE EM BATCTRL (CONCILIACAO DAS CONTAS   <*
      *>                    DE CONTROLE DO RAZAO CONTRA CONTASDB,     <*
      *>                    CDBMST E PLANOMST) TEM DE EXISTIR E       <*
      *>                    TRAZER ZERO DIVERGENCIAS; AUSENTE OU      <*
      *>                    DIVERGENTE DA NOGO                        <*
      *>   15/10/2026  GGS  NOGO CHAMA CONTINGENCIA-GERA PARA MONTAR  <*
      *>                    O ARQUIVO DE SALDOS DE CONTINGENCIA DAS   <*
      *>                    AGENCIAS                                  <*
      *>   15/10/2026  GGS  A INVARIANTE DOS SELOS INCLUI A           <*
      *>                    REFERENCIA CONTA X TITULAR CONTAREF       <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
       77  WRK-CTRL-ACHADO        PIC X(01) VALUE "N".
           88 CTRL-ACHADO             VALUE "S".

       77  WRK-CONC-QTDE          PIC 9(07) VALUE ZEROS.
       77  WRK-CONC-ACHADO        PIC X(01) VALUE "N".
           88 CONC-ACHADO             VALUE "S".

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
               THRU 4000-CONFERIR-MOVIMENTO-EXIT.
           PERFORM 5000-CONFERIR-SELOS
               THRU 5000-CONFERIR-SELOS-EXIT.
           PERFORM 6000-CONFERIR-RAZAO
               THRU 6000-CONFERIR-RAZAO-EXIT.
           PERFORM 7000-GRAVAR-CERTIFICADO
               THRU 7000-GRAVAR-CERTIFICADO-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           MOVE "CLIMAST " TO WRK-SELO-ARQUIVO.
           PERFORM 5100-CONFERIR-UM-SELO
               THRU 5100-CONFERIR-UM-SELO-EXIT.

           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           PERFORM 5100-CONFERIR-UM-SELO
               THRU 5100-CONFERIR-UM-SELO-EXIT.
       5000-CONFERIR-SELOS-EXIT.
           EXIT.

       5100-CONFERIR-UM-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   INVARIANTE 5: AS CONTAS DE CONTROLE DO RAZAO BATEM COM OS   *
      *>   SUBSISTEMAS - O REGISTRO GL-CONCILIA DE HOJE EM BATCTRL     *
      *>   TEM DE EXISTIR E TRAZER ZERO DIVERGENCIAS                   *
      *----------------------------------------------------------------*
       6000-CONFERIR-RAZAO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-ARQ WRK-CONC-ACHADO.
           OPEN INPUT BATCTRL-FILE.
           IF WRK-STATUS-CTRL NOT = "00"
               SET FIM-ARQ TO TRUE
           END-IF.

           PERFORM 6100-EXAMINAR-CONCILIACAO
               THRU 6100-EXAMINAR-CONCILIACAO-EXIT
               UNTIL FIM-ARQ.
           CLOSE BATCTRL-FILE.

           MOVE "RAZAO CONCILIADO COM OS SUBSISTEMAS"
               TO WRK-C-TEXTO.
           IF CONC-ACHADO
               AND WRK-CONC-QTDE = ZEROS
               MOVE "OK"    TO WRK-C-VEREDICTO
           ELSE
               MOVE "FALHOU" TO WRK-C-VEREDICTO
               SET HOUVE-FALHA TO TRUE
           END-IF.
           MOVE WRK-LINHA-CHECK TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       6000-CONFERIR-RAZAO-EXIT.
           EXIT.

       6100-EXAMINAR-CONCILIACAO.
           READ BATCTRL-FILE.
           IF WRK-STATUS-CTRL NOT = "00"
               SET FIM-ARQ TO TRUE
               GO TO 6100-EXAMINAR-CONCILIACAO-EXIT
           END-IF.

           IF CTRL_STEP = "GL-CONCILIA"
               AND CTRL_DATA = WRK-DATA-HOJE
               MOVE CTRL_QTDE TO WRK-CONC-QTDE
               SET CONC-ACHADO TO TRUE
           END-IF.
       6100-EXAMINAR-CONCILIACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7000-GRAVAR-CERTIFICADO.
      *----------------------------------------------------------------*
           END-IF.
           WRITE CERTIFICADO-REG.
           CLOSE CERTIFICADO-FILE.

      *>   NOGO: AS AGENCIAS ABREM EM CONTINGENCIA - MONTA O CONTINGEN
      *>   A PARTIR DA ULTIMA FOTO DE SALDOS BOA
           IF HOUVE-FALHA
               CALL "CONTINGENCIA-GERA"
           END-IF.
       7000-GRAVAR-CERTIFICADO-EXIT.
           EXIT.

