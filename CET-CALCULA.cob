      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. CET-CALCULA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : CALCULAR O CUSTO EFETIVO TOTAL (CET) DE UM     <*
      *>                PARCELAMENTO A PARTIR DO VALOR FINANCIADO, DO <*
      *>                CRONOGRAMA (N PARCELAS, A ULTIMA COM O RESTO, <*
      *>                COMO EM PARCELA-CALCULA.COB), DO PREMIO DE    <*
      *>                SEGURO POR PARCELA, DA TARIFA E DAS ALIQUOTAS <*
      *>                DE IOF (DIARIA, LIMITADA A 365 DIAS, SOBRE A  <*
      *>                AMORTIZACAO DE CADA PARCELA, MAIS A ADICIONAL <*
      *>                SOBRE O VALOR FINANCIADO). TARIFA E IOF SAO   <*
      *>                COBRADOS NA CONTRATACAO, ENTAO O VALOR        <*
      *>                LIBERADO E O FINANCIADO MENOS OS DOIS. O CET  <*
      *>                MENSAL E A TAXA QUE IGUALA O VALOR PRESENTE   <*
      *>                DAS PARCELAS (COM O PREMIO) AO VALOR LIBERADO,<*
      *>                ACHADA POR BISSECCAO EM PERIODOS MENSAIS DE   <*
      *>                30 DIAS; O ANUAL E (1 + MENSAL) ELEVADO A 12  <*
      *>                MENOS 1. AMBOS VOLTAM EM PERCENTUAL, JUNTO    <*
      *>                COM O IOF, O VALOR LIBERADO, O TOTAL DE JUROS <*
      *>                (PARCELAS MENOS FINANCIADO) E O TOTAL A PAGAR.<*
      *>                RETORNO 1 = DADOS INVALIDOS OU ENCARGOS QUE   <*
      *>                CONSOMEM TODO O VALOR FINANCIADO              <*
      *>                                                              <*
      ******************************************************************
      ******************************************************************

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-PARCELA-CORRENTE   PIC 9(03) VALUE ZEROS.
       77  WRK-PAGAMENTO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PARCELAS     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGAMENTOS   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AMORTIZACAO        PIC 9(09)V9(06) VALUE ZEROS.
       77  WRK-DIAS-IOF           PIC 9(05) VALUE ZEROS.
       77  WRK-IOF-ACUMULADO      PIC 9(09)V9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   BISSECCAO DA TAXA MENSAL ENTRE 0 E 100% AO MES              *
      *----------------------------------------------------------------*
       77  WRK-QTDE-ITERACOES     PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-ITERACOES      PIC 9(03) VALUE 50.
       77  WRK-TAXA-BAIXA         PIC 9(01)V9(10) VALUE ZEROS.
       77  WRK-TAXA-ALTA          PIC 9(01)V9(10) VALUE ZEROS.
       77  WRK-TAXA-TESTE         PIC 9(01)V9(10) VALUE ZEROS.
       77  WRK-FATOR-DESCONTO     PIC 9(01)V9(14) VALUE ZEROS.
       77  WRK-VALOR-PRESENTE     PIC 9(11)V9(06) VALUE ZEROS.
       77  WRK-FATOR-ANO          PIC 9(05)V9(10) VALUE ZEROS.
       77  WRK-MES-ANO            PIC 9(02) VALUE ZEROS.

      *================================================================*
       LINKAGE                                       SECTION.
      *================================================================*
       01  CETC_VALOR                PIC 9(09)V99.
       01  CETC_QTDE                 PIC 9(03).
       01  CETC_VALOR_PARCELA        PIC 9(09)V99.
       01  CETC_VALOR_ULTIMA         PIC 9(09)V99.
       01  CETC_PREMIO_PARCELA       PIC 9(07)V99.
       01  CETC_TARIFA               PIC 9(07)V99.
       01  CETC_IOF_DIA_PCT          PIC 9(01)V9(04).
       01  CETC_IOF_ADIC_PCT         PIC 9(01)V9(04).
       01  CETC_IOF                  PIC 9(09)V99.
       01  CETC_VALOR_LIBERADO       PIC 9(09)V99.
       01  CETC_TOTAL_JUROS          PIC 9(09)V99.
       01  CETC_TOTAL_PAGAR          PIC 9(11)V99.
       01  CETC_CET_MES              PIC 9(03)V9(04).
       01  CETC_CET_ANO              PIC 9(06)V99.
       01  CETC_RETORNO              PIC X(01).
           88 CETC-CALCULADO             VALUE "0".
           88 CETC-INVALIDO              VALUE "1".

      *================================================================*
       PROCEDURE                                     DIVISION
                   USING CETC_VALOR CETC_QTDE
                         CETC_VALOR_PARCELA CETC_VALOR_ULTIMA
                         CETC_PREMIO_PARCELA CETC_TARIFA
                         CETC_IOF_DIA_PCT CETC_IOF_ADIC_PCT
                         CETC_IOF CETC_VALOR_LIBERADO
                         CETC_TOTAL_JUROS CETC_TOTAL_PAGAR
                         CETC_CET_MES CETC_CET_ANO CETC_RETORNO.
      *================================================================*
       0000-MAINLINE.
           MOVE ZEROS TO CETC_IOF CETC_VALOR_LIBERADO CETC_TOTAL_JUROS
               CETC_TOTAL_PAGAR CETC_CET_MES CETC_CET_ANO.
           SET CETC-INVALIDO TO TRUE.

           IF CETC_QTDE = ZEROS
               OR CETC_VALOR = ZEROS
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           PERFORM 1000-SOMAR-CRONOGRAMA
               THRU 1000-SOMAR-CRONOGRAMA-EXIT.
           IF WRK-TOTAL-PARCELAS = ZEROS
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           PERFORM 2000-CALCULAR-IOF THRU 2000-CALCULAR-IOF-EXIT.

           IF CETC_TARIFA + CETC_IOF NOT < CETC_VALOR
               GO TO 0000-MAINLINE-EXIT
           END-IF.
           COMPUTE CETC_VALOR_LIBERADO =
               CETC_VALOR - CETC_TARIFA - CETC_IOF.

           IF WRK-TOTAL-PARCELAS > CETC_VALOR
               COMPUTE CETC_TOTAL_JUROS =
                   WRK-TOTAL-PARCELAS - CETC_VALOR
           END-IF.
           COMPUTE CETC_TOTAL_PAGAR =
               WRK-TOTAL-PAGAMENTOS + CETC_TARIFA + CETC_IOF.

           SET CETC-CALCULADO TO TRUE.

           IF WRK-TOTAL-PAGAMENTOS NOT > CETC_VALOR_LIBERADO
               GO TO 0000-MAINLINE-EXIT
           END-IF.

           PERFORM 3000-ACHAR-TAXA-MENSAL
               THRU 3000-ACHAR-TAXA-MENSAL-EXIT.
           PERFORM 4000-ANUALIZAR THRU 4000-ANUALIZAR-EXIT.
       0000-MAINLINE-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   TOTAL DAS PARCELAS E TOTAL PAGO PELO CLIENTE (PARCELAS MAIS *
      *>   O PREMIO DE SEGURO DE CADA UMA)                             *
      *----------------------------------------------------------------*
       1000-SOMAR-CRONOGRAMA.
      *----------------------------------------------------------------*
           COMPUTE WRK-TOTAL-PARCELAS =
               CETC_QTDE * CETC_VALOR_PARCELA - CETC_VALOR_PARCELA
               + CETC_VALOR_ULTIMA.
           COMPUTE WRK-TOTAL-PAGAMENTOS =
               WRK-TOTAL-PARCELAS + CETC_QTDE * CETC_PREMIO_PARCELA.
       1000-SOMAR-CRONOGRAMA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   IOF: ALIQUOTA DIARIA SOBRE A AMORTIZACAO DE CADA PARCELA    *
      *>   PELOS DIAS ATE O SEU VENCIMENTO (30 POR MES, TETO DE 365),  *
      *>   MAIS A ALIQUOTA ADICIONAL SOBRE O VALOR FINANCIADO. A       *
      *>   AMORTIZACAO E A PARTE DO FINANCIADO CONTIDA NA PARCELA      *
      *----------------------------------------------------------------*
       2000-CALCULAR-IOF.
      *----------------------------------------------------------------*
           COMPUTE WRK-IOF-ACUMULADO ROUNDED =
               CETC_VALOR * CETC_IOF_ADIC_PCT / 100.

           PERFORM 2100-IOF-PARCELA THRU 2100-IOF-PARCELA-EXIT
               VARYING WRK-PARCELA-CORRENTE FROM 1 BY 1
               UNTIL WRK-PARCELA-CORRENTE > CETC_QTDE.

           COMPUTE CETC_IOF ROUNDED = WRK-IOF-ACUMULADO.
       2000-CALCULAR-IOF-EXIT.
           EXIT.

       2100-IOF-PARCELA.
           IF WRK-PARCELA-CORRENTE = CETC_QTDE
               MOVE CETC_VALOR_ULTIMA  TO WRK-PAGAMENTO
           ELSE
               MOVE CETC_VALOR_PARCELA TO WRK-PAGAMENTO
           END-IF.

           COMPUTE WRK-AMORTIZACAO ROUNDED =
               WRK-PAGAMENTO * CETC_VALOR / WRK-TOTAL-PARCELAS.

           COMPUTE WRK-DIAS-IOF = WRK-PARCELA-CORRENTE * 30.
           IF WRK-DIAS-IOF > 365
               MOVE 365 TO WRK-DIAS-IOF
           END-IF.

           COMPUTE WRK-IOF-ACUMULADO ROUNDED = WRK-IOF-ACUMULADO
               + WRK-AMORTIZACAO * CETC_IOF_DIA_PCT / 100
                 * WRK-DIAS-IOF.
       2100-IOF-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   BISSECCAO: SE O VALOR PRESENTE DOS PAGAMENTOS NA TAXA DE    *
      *>   TESTE AINDA SUPERA O LIBERADO, A TAXA E MAIOR QUE A DE      *
      *>   TESTE; SENAO E MENOR. ACIMA DE 100% AO MES, FICA NO TETO    *
      *----------------------------------------------------------------*
       3000-ACHAR-TAXA-MENSAL.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WRK-TAXA-BAIXA.
           MOVE 1     TO WRK-TAXA-ALTA.

           PERFORM 3100-BISSECTAR THRU 3100-BISSECTAR-EXIT
               VARYING WRK-QTDE-ITERACOES FROM 1 BY 1
               UNTIL WRK-QTDE-ITERACOES > WRK-MAX-ITERACOES.

           COMPUTE WRK-TAXA-TESTE ROUNDED =
               (WRK-TAXA-BAIXA + WRK-TAXA-ALTA) / 2.
           COMPUTE CETC_CET_MES ROUNDED = WRK-TAXA-TESTE * 100.
       3000-ACHAR-TAXA-MENSAL-EXIT.
           EXIT.

       3100-BISSECTAR.
           COMPUTE WRK-TAXA-TESTE ROUNDED =
               (WRK-TAXA-BAIXA + WRK-TAXA-ALTA) / 2.

           PERFORM 3200-VALOR-PRESENTE
               THRU 3200-VALOR-PRESENTE-EXIT.

           IF WRK-VALOR-PRESENTE > CETC_VALOR_LIBERADO
               MOVE WRK-TAXA-TESTE TO WRK-TAXA-BAIXA
           ELSE
               MOVE WRK-TAXA-TESTE TO WRK-TAXA-ALTA
           END-IF.
       3100-BISSECTAR-EXIT.
           EXIT.

       3200-VALOR-PRESENTE.
           MOVE ZEROS TO WRK-VALOR-PRESENTE.
           MOVE 1     TO WRK-FATOR-DESCONTO.

           PERFORM 3300-DESCONTAR-PARCELA
               THRU 3300-DESCONTAR-PARCELA-EXIT
               VARYING WRK-PARCELA-CORRENTE FROM 1 BY 1
               UNTIL WRK-PARCELA-CORRENTE > CETC_QTDE.
       3200-VALOR-PRESENTE-EXIT.
           EXIT.

       3300-DESCONTAR-PARCELA.
           IF WRK-PARCELA-CORRENTE = CETC_QTDE
               MOVE CETC_VALOR_ULTIMA  TO WRK-PAGAMENTO
           ELSE
               MOVE CETC_VALOR_PARCELA TO WRK-PAGAMENTO
           END-IF.
           ADD CETC_PREMIO_PARCELA TO WRK-PAGAMENTO.

           COMPUTE WRK-FATOR-DESCONTO ROUNDED =
               WRK-FATOR-DESCONTO / (1 + WRK-TAXA-TESTE).
           COMPUTE WRK-VALOR-PRESENTE ROUNDED = WRK-VALOR-PRESENTE
               + WRK-PAGAMENTO * WRK-FATOR-DESCONTO.
       3300-DESCONTAR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CET ANUAL = (1 + MENSAL) ELEVADO A 12, MENOS 1              *
      *----------------------------------------------------------------*
       4000-ANUALIZAR.
      *----------------------------------------------------------------*
           MOVE 1 TO WRK-FATOR-ANO.
           PERFORM 4100-ELEVAR-FATOR THRU 4100-ELEVAR-FATOR-EXIT
               VARYING WRK-MES-ANO FROM 1 BY 1
               UNTIL WRK-MES-ANO > 12.

           COMPUTE CETC_CET_ANO ROUNDED = (WRK-FATOR-ANO - 1) * 100
               ON SIZE ERROR
                   MOVE 999999.99 TO CETC_CET_ANO
           END-COMPUTE.
       4000-ANUALIZAR-EXIT.
           EXIT.

       4100-ELEVAR-FATOR.
           COMPUTE WRK-FATOR-ANO ROUNDED =
               WRK-FATOR-ANO * (1 + WRK-TAXA-TESTE).
       4100-ELEVAR-FATOR-EXIT.
           EXIT.
