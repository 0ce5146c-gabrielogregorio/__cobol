      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CET-SIMULA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : SIMULACAO DE PARCELAMENTO PARA COTACAO NAS     <*
      *>                AGENCIAS: CADA PEDIDO DO LOTE CETSIMIN        <*
      *>                (AGENCIA, VALOR, QUANTIDADE DE PARCELAS, DIA  <*
      *>                DE VENCIMENTO E SE O CLIENTE QUER O SEGURO    <*
      *>                PRESTAMISTA) E CALCULADO COMO NA CONCESSAO    <*
      *>                (PLANO-CONCEDE.COB): PARCELAS POR             <*
      *>                PARCELA-CALCULA.COB, ENCARGOS PELOS MESMOS    <*
      *>                PARAMETROS (PLNTARIFA, IOFDIAPCT, IOFADIPCT,  <*
      *>                SEGPRMPCT) E CET POR CET-CALCULA.COB. SAI UM  <*
      *>                RESUMO NUMERADO POR SIMULACAO NO RELATORIO    <*
      *>                CETSIMREL, COM O CRONOGRAMA, O CET MENSAL E   <*
      *>                ANUAL, O TOTAL DE JUROS E O TOTAL A PAGAR.    <*
      *>                NADA E GRAVADO NO MESTRE DE PLANOS            <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT SIMULACAO-FILE      ASSIGN TO "CETSIMIN"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-SIM.

           SELECT RESUMO-FILE         ASSIGN TO "CETSIMREL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RES.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  SIMULACAO-FILE.
       01  SIMULACAO-REG.
           02 SIM-AGENCIA         PIC 9(04).
           02 SIM-VALOR           PIC 9(09)V99.
           02 SIM-QTDE            PIC 9(03).
           02 SIM-DIA-VENC        PIC 9(02).
           02 SIM-SEGURO          PIC X(01).
               88 SIM-COM-SEGURO      VALUE "S".

       FD  RESUMO-FILE.
       01  RESUMO-LINHA               PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-SIM         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RES         PIC X(02) VALUE SPACES.

       77  WRK-FIM-SIM            PIC X(01) VALUE "N".
           88 FIM-SIM                 VALUE "S".

       77  WRK-QTDE-LIDAS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-SIMULADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-REJEITADAS    PIC 9(05) VALUE ZEROS.

       01  WRK-DATA-HOJE-N        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE REDEFINES WRK-DATA-HOJE-N.
           02 WRK-HOJE-ANO        PIC 9(04).
           02 WRK-HOJE-MES        PIC 9(02).
           02 WRK-HOJE-DIA        PIC 9(02).
       01  WRK-VENC-N             PIC 9(08) VALUE ZEROS.
       01  WRK-VENC REDEFINES WRK-VENC-N.
           02 WRK-VENC-ANO        PIC 9(04).
           02 WRK-VENC-MES        PIC 9(02).
           02 WRK-VENC-DIA        PIC 9(02).
       77  WRK-ULTIMO-DIA-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.

       77  WRK-VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ULTIMA       PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   ENCARGOS DO CET, COM OS MESMOS PARAMETROS E PADROES DA      *
      *>   CONCESSAO, PARA A COTACAO BATER COM O CONTRATO              *
      *----------------------------------------------------------------*
       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       77  WRK-PARM-ACHADO        PIC X(01) VALUE "N".
           88 PARM-ACHADO             VALUE "S".
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
       01  WRK-PARM-VALOR-PCT     REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-PCT5        PIC 9(03)V99.
       01  WRK-PARM-VALOR-ALIQ    REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-ALIQ        PIC 9(01)V9(04).
       01  WRK-PARM-VALOR-TARIFA  REDEFINES WRK-PARM-VALOR.
           02 WRK-PARM-TARIFA      PIC 9(07)V99.

       77  WRK-TARIFA             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-IOF-DIA-PCT        PIC 9(01)V9(04) VALUE 0.0082.
       77  WRK-IOF-ADIC-PCT       PIC 9(01)V9(04) VALUE 0.3800.
       77  WRK-PCT-PREMIO         PIC 9(03)V99 VALUE 2.50.
       77  WRK-PREMIO-PARCELA     PIC 9(07)V99 VALUE ZEROS.

       77  WRK-IOF                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-LIBERADO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGAR        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CET-MES            PIC 9(03)V9(04) VALUE ZEROS.
       77  WRK-CET-ANO            PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CET-RETORNO        PIC X(01) VALUE SPACES.
           88 CET-CALCULADO           VALUE "0".

      *----------------------------------------------------------------*
      *>   RESUMO DA SIMULACAO (CETSIMREL), NUMERADO NA RODADA         *
      *----------------------------------------------------------------*
       77  WRK-PARCELA-CORRENTE   PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-PRESTACAO    PIC 9(09)V99 VALUE ZEROS.

       01  WRK-DATA-EDITADA.
           02 WRK-DE-DIA          PIC 9(02).
           02 FILLER              PIC X(01) VALUE "/".
           02 WRK-DE-MES          PIC 9(02).
           02 FILLER              PIC X(01) VALUE "/".
           02 WRK-DE-ANO          PIC 9(04).

       01  WRK-RES-CABECALHO.
           02 FILLER              PIC X(14)
               VALUE "SIMULACAO NO. ".
           02 WRK-RC-NUMERO       PIC 9(05).
           02 FILLER              PIC X(08) VALUE "  DATA: ".
           02 WRK-RC-DATA         PIC X(10).
           02 FILLER              PIC X(10) VALUE "  AGENCIA ".
           02 WRK-RC-AGENCIA      PIC 9(04).

       01  WRK-RES-AVISO.
           02 FILLER              PIC X(40)
               VALUE "SIMULACAO SEM VALOR DE CONTRATO, SUJEITA".
           02 FILLER              PIC X(22)
               VALUE " AOS PARAMETROS DO DIA".

       01  WRK-RES-VALOR.
           02 WRK-RV-ROTULO       PIC X(24).
           02 WRK-RV-VALOR        PIC Z(10)9.99.

       01  WRK-RES-TITULO-CRONO.
           02 FILLER              PIC X(30)
               VALUE "  PARC  VENCIMENTO     PARCELA".
           02 FILLER              PIC X(24)
               VALUE "      SEGURO   PRESTACAO".

       01  WRK-RES-PARCELA.
           02 FILLER              PIC X(03) VALUE SPACES.
           02 WRK-RP-NUMERO       PIC ZZ9.
           02 FILLER              PIC X(02) VALUE SPACES.
           02 WRK-RP-VENC         PIC X(10).
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WRK-RP-PARCELA      PIC Z(8)9.99.
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WRK-RP-SEGURO       PIC Z(7)9.99.
           02 FILLER              PIC X(01) VALUE SPACES.
           02 WRK-RP-PRESTACAO    PIC Z(8)9.99.

       01  WRK-RES-CET.
           02 FILLER              PIC X(24)
               VALUE "CET MENSAL / ANUAL....: ".
           02 WRK-RT-CET-MES      PIC ZZ9.9999.
           02 FILLER              PIC X(10) VALUE " % A.M.   ".
           02 WRK-RT-CET-ANO      PIC Z(5)9.99.
           02 FILLER              PIC X(07) VALUE " % A.A.".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-SIMULACAO
               THRU 2000-PROCESSAR-SIMULACAO-EXIT
               UNTIL FIM-SIM.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE-N FROM DATE YYYYMMDD.

           PERFORM 1200-LER-PARAMETROS
               THRU 1200-LER-PARAMETROS-EXIT.

           OPEN INPUT SIMULACAO-FILE.
           IF WRK-STATUS-SIM NOT = "00"
               DISPLAY "ARQUIVO DE SIMULACOES CETSIMIN AUSENTE"
               SET FIM-SIM TO TRUE
           END-IF.

           OPEN OUTPUT RESUMO-FILE.

           IF NOT FIM-SIM
               PERFORM 2100-LER-SIMULACAO
                   THRU 2100-LER-SIMULACAO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ENCARGOS QUE ENTRAM NO CET; SEM O PARAMETRO, VALE O PADRAO  *
      *>   DA WORKING (SEM TARIFA, IOF DE PESSOA FISICA, PREMIO 2,50%) *
      *----------------------------------------------------------------*
       1200-LER-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE "PLNTARIFA " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE-N
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:9) IS NUMERIC
               MOVE WRK-PARM-TARIFA TO WRK-TARIFA
           END-IF.

           MOVE "IOFDIAPCT " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE-N
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               MOVE WRK-PARM-ALIQ TO WRK-IOF-DIA-PCT
           END-IF.

           MOVE "IOFADIPCT " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE-N
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               MOVE WRK-PARM-ALIQ TO WRK-IOF-ADIC-PCT
           END-IF.

           MOVE "SEGPRMPCT " TO WRK-PARM-NOME.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE-N
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:5) IS NUMERIC
               MOVE WRK-PARM-PCT5 TO WRK-PCT-PREMIO
           END-IF.
       1200-LER-PARAMETROS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-SIMULACAO.
      *----------------------------------------------------------------*
           ADD 1 TO WRK-QTDE-LIDAS.
           PERFORM 3000-SIMULAR-PLANO THRU 3000-SIMULAR-PLANO-EXIT.
           PERFORM 2100-LER-SIMULACAO THRU 2100-LER-SIMULACAO-EXIT.
       2000-PROCESSAR-SIMULACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-SIMULACAO.
      *----------------------------------------------------------------*
           READ SIMULACAO-FILE.
           IF WRK-STATUS-SIM = "10"
               SET FIM-SIM TO TRUE
           END-IF.
       2100-LER-SIMULACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   MESMA CRITICA E MESMO CALCULO DA CONCESSAO                  *
      *----------------------------------------------------------------*
       3000-SIMULAR-PLANO.
      *----------------------------------------------------------------*
           IF SIM-VALOR IS NOT NUMERIC OR SIM-VALOR = ZEROS
               OR SIM-QTDE IS NOT NUMERIC OR SIM-QTDE = ZEROS
               OR SIM-DIA-VENC IS NOT NUMERIC
               OR SIM-DIA-VENC = ZEROS
               OR SIM-DIA-VENC > 31
               DISPLAY "SIMULACAO INVALIDA, AGENCIA " SIM-AGENCIA
               ADD 1 TO WRK-QTDE-REJEITADAS
               GO TO 3000-SIMULAR-PLANO-EXIT
           END-IF.

           CALL "PARCELA-CALCULA" USING SIM-VALOR SIM-QTDE
               WRK-VALOR-PARCELA WRK-VALOR-ULTIMA.

           MOVE ZEROS TO WRK-PREMIO-PARCELA.
           IF SIM-COM-SEGURO
               COMPUTE WRK-PREMIO-PARCELA ROUNDED =
                   WRK-VALOR-PARCELA * WRK-PCT-PREMIO / 100
           END-IF.

           CALL "CET-CALCULA" USING SIM-VALOR SIM-QTDE
               WRK-VALOR-PARCELA WRK-VALOR-ULTIMA
               WRK-PREMIO-PARCELA WRK-TARIFA
               WRK-IOF-DIA-PCT WRK-IOF-ADIC-PCT
               WRK-IOF WRK-VALOR-LIBERADO
               WRK-TOTAL-JUROS WRK-TOTAL-PAGAR
               WRK-CET-MES WRK-CET-ANO WRK-CET-RETORNO.
           IF NOT CET-CALCULADO
               DISPLAY "TARIFA E IOF CONSOMEM O VALOR SIMULADO, "
                   "AGENCIA " SIM-AGENCIA
               ADD 1 TO WRK-QTDE-REJEITADAS
               GO TO 3000-SIMULAR-PLANO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-SIMULADAS.
           PERFORM 5000-IMPRIMIR-RESUMO
               THRU 5000-IMPRIMIR-RESUMO-EXIT.
       3000-SIMULAR-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VENCIMENTO SEGUINTE: O DIA PEDIDO NO MES SEGUINTE, CAINDO   *
      *>   NO ULTIMO DIA DO MES QUANDO O DIA PEDIDO NAO EXISTE NELE    *
      *----------------------------------------------------------------*
       4000-AVANCAR-VENCIMENTO.
      *----------------------------------------------------------------*
           IF WRK-VENC-MES = 12
               MOVE 1 TO WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           ELSE
               ADD 1 TO WRK-VENC-MES
           END-IF.

           PERFORM 4100-ULTIMO-DIA-DO-MES
               THRU 4100-ULTIMO-DIA-DO-MES-EXIT.

           IF SIM-DIA-VENC > WRK-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA-MES TO WRK-VENC-DIA
           ELSE
               MOVE SIM-DIA-VENC TO WRK-VENC-DIA
           END-IF.
       4000-AVANCAR-VENCIMENTO-EXIT.
           EXIT.

       4100-ULTIMO-DIA-DO-MES.
           EVALUATE WRK-VENC-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA-MES
               WHEN 2
                   MOVE 28 TO WRK-ULTIMO-DIA-MES
                   DIVIDE WRK-VENC-ANO BY 4
                       GIVING WRK-QUOC-BISSEXTO
                       REMAINDER WRK-RESTO-BISSEXTO
                   IF WRK-RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO WRK-ULTIMO-DIA-MES
                   END-IF
           END-EVALUATE.
       4100-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RESUMO DA SIMULACAO NO MESMO FORMATO DO RESUMO DO CONTRATO  *
      *>   DE PLANO-CONCEDE, COM O AVISO DE QUE E SO UMA COTACAO       *
      *----------------------------------------------------------------*
       5000-IMPRIMIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE WRK-QTDE-SIMULADAS TO WRK-RC-NUMERO.
           MOVE WRK-HOJE-DIA   TO WRK-DE-DIA.
           MOVE WRK-HOJE-MES   TO WRK-DE-MES.
           MOVE WRK-HOJE-ANO   TO WRK-DE-ANO.
           MOVE WRK-DATA-EDITADA TO WRK-RC-DATA.
           MOVE SIM-AGENCIA    TO WRK-RC-AGENCIA.
           MOVE WRK-RES-CABECALHO TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.
           MOVE WRK-RES-AVISO TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.

           MOVE "VALOR FINANCIADO......: " TO WRK-RV-ROTULO.
           MOVE SIM-VALOR               TO WRK-RV-VALOR.
           PERFORM 5100-GRAVAR-VALOR THRU 5100-GRAVAR-VALOR-EXIT.
           MOVE "TARIFA................: " TO WRK-RV-ROTULO.
           MOVE WRK-TARIFA              TO WRK-RV-VALOR.
           PERFORM 5100-GRAVAR-VALOR THRU 5100-GRAVAR-VALOR-EXIT.
           MOVE "IOF...................: " TO WRK-RV-ROTULO.
           MOVE WRK-IOF                 TO WRK-RV-VALOR.
           PERFORM 5100-GRAVAR-VALOR THRU 5100-GRAVAR-VALOR-EXIT.
           MOVE "VALOR LIBERADO........: " TO WRK-RV-ROTULO.
           MOVE WRK-VALOR-LIBERADO      TO WRK-RV-VALOR.
           PERFORM 5100-GRAVAR-VALOR THRU 5100-GRAVAR-VALOR-EXIT.

           MOVE WRK-RES-TITULO-CRONO TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.

           MOVE WRK-HOJE-ANO TO WRK-VENC-ANO.
           MOVE WRK-HOJE-MES TO WRK-VENC-MES.
           PERFORM 4000-AVANCAR-VENCIMENTO
               THRU 4000-AVANCAR-VENCIMENTO-EXIT.
           PERFORM 5200-IMPRIMIR-PARCELA
               THRU 5200-IMPRIMIR-PARCELA-EXIT
               VARYING WRK-PARCELA-CORRENTE FROM 1 BY 1
               UNTIL WRK-PARCELA-CORRENTE > SIM-QTDE.

           MOVE "TOTAL DE JUROS........: " TO WRK-RV-ROTULO.
           MOVE WRK-TOTAL-JUROS         TO WRK-RV-VALOR.
           PERFORM 5100-GRAVAR-VALOR THRU 5100-GRAVAR-VALOR-EXIT.
           MOVE "TOTAL A PAGAR.........: " TO WRK-RV-ROTULO.
           MOVE WRK-TOTAL-PAGAR         TO WRK-RV-VALOR.
           PERFORM 5100-GRAVAR-VALOR THRU 5100-GRAVAR-VALOR-EXIT.

           MOVE WRK-CET-MES TO WRK-RT-CET-MES.
           MOVE WRK-CET-ANO TO WRK-RT-CET-ANO.
           MOVE WRK-RES-CET TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.
           MOVE SPACES TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.
       5000-IMPRIMIR-RESUMO-EXIT.
           EXIT.

       5100-GRAVAR-VALOR.
           MOVE WRK-RES-VALOR TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.
       5100-GRAVAR-VALOR-EXIT.
           EXIT.

       5200-IMPRIMIR-PARCELA.
           IF WRK-PARCELA-CORRENTE = SIM-QTDE
               MOVE WRK-VALOR-ULTIMA  TO WRK-RP-PARCELA
               COMPUTE WRK-VALOR-PRESTACAO =
                   WRK-VALOR-ULTIMA + WRK-PREMIO-PARCELA
           ELSE
               MOVE WRK-VALOR-PARCELA TO WRK-RP-PARCELA
               COMPUTE WRK-VALOR-PRESTACAO =
                   WRK-VALOR-PARCELA + WRK-PREMIO-PARCELA
           END-IF.

           MOVE WRK-PARCELA-CORRENTE TO WRK-RP-NUMERO.
           MOVE WRK-VENC-DIA         TO WRK-DE-DIA.
           MOVE WRK-VENC-MES         TO WRK-DE-MES.
           MOVE WRK-VENC-ANO         TO WRK-DE-ANO.
           MOVE WRK-DATA-EDITADA     TO WRK-RP-VENC.
           MOVE WRK-PREMIO-PARCELA   TO WRK-RP-SEGURO.
           MOVE WRK-VALOR-PRESTACAO  TO WRK-RP-PRESTACAO.
           MOVE WRK-RES-PARCELA TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.

           PERFORM 4000-AVANCAR-VENCIMENTO
               THRU 4000-AVANCAR-VENCIMENTO-EXIT.
       5200-IMPRIMIR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE SIMULACAO-FILE.
           CLOSE RESUMO-FILE.

           DISPLAY "===== SIMULACAO DE PARCELAMENTO (CET) =====".
           DISPLAY "SIMULACOES LIDAS.....: " WRK-QTDE-LIDAS.
           DISPLAY "SIMULACOES EMITIDAS..: " WRK-QTDE-SIMULADAS.
           DISPLAY "SIMULACOES REJEITADAS: " WRK-QTDE-REJEITADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
