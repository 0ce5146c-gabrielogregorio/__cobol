      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  CET: CADA PLANO CONCEDIDO TEM O CUSTO     <*
      *>                    EFETIVO TOTAL APURADO POR CET-CALCULA     <*
      *>                    (TARIFA PLNTARIFA, IOF PELAS ALIQUOTAS    <*
      *>                    IOFDIAPCT E IOFADIPCT E, COM PED-SEGURO = <*
      *>                    S, O PREMIO SEGPRMPCT DA PARCELA),        <*
      *>                    GRAVADO NO PLANO E IMPRESSO NO RESUMO DO  <*
      *>                    CONTRATO PLANORES COM O CRONOGRAMA;       <*
      *>                    PEDIDO CUJOS ENCARGOS CONSOMEM O VALOR E  <*
      *>                    REJEITADO                                 <*
      *>   15/10/2026  GGS  PLANOPED E ESVAZIADO AO FIM DA CONCESSAO: <*
      *>                    OS PEDIDOS ACRESCENTADOS POR              <*
      *>                    COBRANCA-RETORNO E CONSIG-DESCONTO NAO    <*
      *>                    VOLTAM A SER CONCEDIDOS NA RODADA SEGUINTE<*
      *>   15/10/2026  GGS  A CONCESSAO PASSA A LANCAR O PLANO: NO    <*
      *>                    PEDIDO DE DINHEIRO NOVO O VALOR           <*
      *>                    FINANCIADO E CREDITADO NA CONTA (PLNL) EM <*
      *>                    ACUMTRANS; NO PEDIDO DE RENEGOCIACAO      <*
      *>                    (PED-ORIGEM R, DE COBRANCA-RETORNO) E NA  <*
      *>                    TRANSFERENCIA DO SALDO DO CONSIGNADO      <*
      *>                    (PED-ORIGEM C, DE CONSIG-DESCONTO) NAO HA <*
      *>                    DINHEIRO NOVO E O PAR PLNR OU PLNC VAI A  <*
      *>                    GLPARTIDA. TARIFA (PLNT) E IOF (PLNI) DO  <*
      *>                    CET SAO DEBITADOS NA CONTA EM ACUMTRANS.  <*
      *>                    SEM OS CODIGOS EM TRANSCOD, SEM ACUMTRANS <*
      *>                    OU SEM GLPARTIDA NENHUM PLANO E           <*
      *>                    CONCEDIDO, PLANOPED FICA COMO ESTA E O    <*
      *>                    STEP TERMINA COM RC=8                     <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PLN.

           SELECT RESUMO-FILE         ASSIGN TO "PLANORES"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-RES.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT TRANSACAO-FILE      ASSIGN TO "ACUMTRANS"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-TRANS.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
           02 PED-VALOR           PIC 9(09)V99.
           02 PED-QTDE            PIC 9(03).
           02 PED-DIA-VENC        PIC 9(02).
           02 PED-SEGURO          PIC X(01).
               88 PED-COM-SEGURO      VALUE "S".
           02 PED-ORIGEM          PIC X(01).
               88 PED-RENEGOCIACAO    VALUE "R".
               88 PED-TRANSF-CONSIG   VALUE "C".

       FD  PLANO-FILE.
           COPY PLANO-REG.

       FD  RESUMO-FILE.
       01  RESUMO-LINHA               PIC X(80).

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

       FD  TRANSACAO-FILE.
           COPY TRANSACAO-REG.

       FD  JORNAL-FILE.
       01  JORNAL-REG.
           02 GLJ_DATA            PIC 9(08).
           02 GLJ_CONTA_GL        PIC 9(08).
           02 GLJ_DC              PIC X(01).
           02 GLJ_VALOR           PIC 9(09)V99.
           02 GLJ_CODIGO          PIC X(04).
           02 GLJ_CONTA_ORIGEM    PIC 9(08).

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-PED         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RES         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
       77  WRK-QTDE-REJEITADOS    PIC 9(05) VALUE ZEROS.

       77  WRK-PROXIMO-NUMERO     PIC 9(07) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   LANCAMENTO DA CONCESSAO: LIBERACAO (PLNL), TARIFA (PLNT) E  *
      *>   IOF (PLNI) NA CONTA PELO ACUMULADOR; RENEGOCIACAO (PLNR) E  *
      *>   TRANSFERENCIA DO CONSIGNADO (PLNC) SO NO RAZAO              *
      *----------------------------------------------------------------*
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-LIBERACAO      PIC X(04) VALUE "PLNL".
       77  WRK-COD-TARIFA         PIC X(04) VALUE "PLNT".
       77  WRK-COD-IOF            PIC X(04) VALUE "PLNI".
       77  WRK-COD-RENEGOCIACAO   PIC X(04) VALUE "PLNR".
       77  WRK-COD-CONSIGNADO     PIC X(04) VALUE "PLNC".
       77  WRK-COD-CONFERIR       PIC X(04) VALUE SPACES.
       77  WRK-PLNR-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-PLNR-CREDITO       PIC 9(08) VALUE ZEROS.
       77  WRK-PLNC-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-PLNC-CREDITO       PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HOJE-N        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE REDEFINES WRK-DATA-HOJE-N.
       77  WRK-VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ULTIMA       PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   ENCARGOS DO CET: TARIFA (PLNTARIFA), ALIQUOTAS DE IOF       *
      *>   (IOFDIAPCT E IOFADIPCT) E PREMIO DO SEGURO PRESTAMISTA      *
      *>   (SEGPRMPCT DA PARCELA) QUANDO O CLIENTE O CONTRATA          *
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
      *>   RESUMO DO CONTRATO (PLANORES), NUMERADO PELO PLANO          *
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
           02 FILLER              PIC X(23)
               VALUE "RESUMO DO CONTRATO NO. ".
           02 WRK-RC-NUMERO       PIC 9(07).
           02 FILLER              PIC X(08) VALUE "  DATA: ".
           02 WRK-RC-DATA         PIC X(10).
           02 FILLER              PIC X(08) VALUE "  CONTA ".
           02 WRK-RC-CONTA        PIC 9(08).

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

           PERFORM 1100-OBTER-PROXIMO-NUMERO
               THRU 1100-OBTER-PROXIMO-NUMERO-EXIT.
           PERFORM 1200-LER-PARAMETROS
               THRU 1200-LER-PARAMETROS-EXIT.
           PERFORM 1300-PREPARAR-LANCAMENTOS
               THRU 1300-PREPARAR-LANCAMENTOS-EXIT.

           OPEN INPUT PEDIDO-FILE.
           IF WRK-STATUS-PED NOT = "00"
               SET FIM-PED TO TRUE
           END-IF.

      *>   SEM COMO LANCAR, NENHUM PEDIDO E LIDO: PLANOPED FICA INTEIRO
      *>   PARA A PROXIMA RODADA
           IF LANCAMENTO-RETIDO
               DISPLAY "PLANO-CONCEDE: " WRK-MOTIVO-RETENCAO
                   " - NENHUM PLANO CONCEDIDO"
               MOVE 8 TO RETURN-CODE
               SET FIM-PED TO TRUE
           END-IF.

           OPEN EXTEND PLANO-FILE.
           IF WRK-STATUS-PLN = "35"
               OPEN OUTPUT PLANO-FILE
           END-IF.

           OPEN OUTPUT RESUMO-FILE.

           IF NOT FIM-PED
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
           END-IF.
       1150-LER-PLANO-EXIT.
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
      *>   O PLANO CONCEDIDO TEM DE CHEGAR AO RAZAO: OS CINCO CODIGOS  *
      *>   PRECISAM ESTAR EM TRANSCOD (PLNR E PLNC TRAZEM O PAR DE     *
      *>   CONTAS DAS PARTIDAS) E ACUMTRANS E GLPARTIDA ABERTOS        *
      *----------------------------------------------------------------*
       1300-PREPARAR-LANCAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               MOVE "TABELA TRANSCOD INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
               GO TO 1300-PREPARAR-LANCAMENTOS-EXIT
           END-IF.
           MOVE WRK-COD-LIBERACAO TO WRK-COD-CONFERIR.
           PERFORM 1350-CONFERIR-CODIGO
               THRU 1350-CONFERIR-CODIGO-EXIT.
           MOVE WRK-COD-TARIFA    TO WRK-COD-CONFERIR.
           PERFORM 1350-CONFERIR-CODIGO
               THRU 1350-CONFERIR-CODIGO-EXIT.
           MOVE WRK-COD-IOF       TO WRK-COD-CONFERIR.
           PERFORM 1350-CONFERIR-CODIGO
               THRU 1350-CONFERIR-CODIGO-EXIT.
           MOVE WRK-COD-RENEGOCIACAO TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO PLNR AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-PLNR-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-PLNR-CREDITO
           END-READ.
           MOVE WRK-COD-CONSIGNADO TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO PLNC AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-PLNC-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-PLNC-CREDITO
           END-READ.
           CLOSE TRANSCOD-FILE.
           IF LANCAMENTO-RETIDO
               GO TO 1300-PREPARAR-LANCAMENTOS-EXIT
           END-IF.

           OPEN EXTEND TRANSACAO-FILE.
           IF WRK-STATUS-TRANS = "35"
               OPEN OUTPUT TRANSACAO-FILE
           END-IF.
           IF WRK-STATUS-TRANS NOT = "00"
               MOVE "ACUMTRANS INDISPONIVEL" TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
               GO TO 1300-PREPARAR-LANCAMENTOS-EXIT
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-STATUS-JORNAL NOT = "00"
               MOVE "GLPARTIDA INDISPONIVEL" TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
               CLOSE TRANSACAO-FILE
           END-IF.
       1300-PREPARAR-LANCAMENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1350-CONFERIR-CODIGO.
      *----------------------------------------------------------------*
           MOVE WRK-COD-CONFERIR TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-MOTIVO-RETENCAO
                   STRING "CODIGO " DELIMITED BY SIZE
                       WRK-COD-CONFERIR DELIMITED BY SIZE
                       " AUSENTE DE TRANSCOD" DELIMITED BY SIZE
                       INTO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
           END-READ.
       1350-CONFERIR-CODIGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-PROCESSAR-PEDIDO.
      *----------------------------------------------------------------*
           CALL "PARCELA-CALCULA" USING PED-VALOR PED-QTDE
               WRK-VALOR-PARCELA WRK-VALOR-ULTIMA.

           MOVE ZEROS TO WRK-PREMIO-PARCELA.
           IF PED-COM-SEGURO
               COMPUTE WRK-PREMIO-PARCELA ROUNDED =
                   WRK-VALOR-PARCELA * WRK-PCT-PREMIO / 100
           END-IF.

           CALL "CET-CALCULA" USING PED-VALOR PED-QTDE
               WRK-VALOR-PARCELA WRK-VALOR-ULTIMA
               WRK-PREMIO-PARCELA WRK-TARIFA
               WRK-IOF-DIA-PCT WRK-IOF-ADIC-PCT
               WRK-IOF WRK-VALOR-LIBERADO
               WRK-TOTAL-JUROS WRK-TOTAL-PAGAR
               WRK-CET-MES WRK-CET-ANO WRK-CET-RETORNO.
           IF NOT CET-CALCULADO
               DISPLAY "TARIFA E IOF CONSOMEM O VALOR DO PLANO, CONTA "
                   PED-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-CONCEDER-PLANO-EXIT
           END-IF.

           PERFORM 4000-PRIMEIRO-VENCIMENTO
               THRU 4000-PRIMEIRO-VENCIMENTO-EXIT.

           MOVE 1                  TO PLN_PROX_PARCELA.
           MOVE WRK-VENC-N         TO PLN_PROX_VENC.
           MOVE PED-DIA-VENC       TO PLN_DIA_VENC.
           MOVE WRK-CET-MES        TO PLN_CET_MES.
           MOVE WRK-CET-ANO        TO PLN_CET_ANO.
           WRITE PLANO-REG.

           PERFORM 3500-LANCAR-CONCESSAO
               THRU 3500-LANCAR-CONCESSAO-EXIT.

           ADD 1 TO WRK-QTDE-CONCEDIDOS.

           PERFORM 5000-IMPRIMIR-RESUMO
               THRU 5000-IMPRIMIR-RESUMO-EXIT.
       3000-CONCEDER-PLANO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O VALOR FINANCIADO E O QUE AS PARCELAS VAO COBRAR (A CONTA  *
      *>   DE PARCELAS A RECEBER NASCE COM ELE). DINHEIRO NOVO ENTRA   *
      *>   NA CONTA DO CLIENTE; RENEGOCIACAO E CONSIGNADO SO TROCAM A  *
      *>   DIVIDA DE LUGAR NO RAZAO. TARIFA E IOF SAEM DA CONTA, DE    *
      *>   MODO QUE O CLIENTE FICA COM O VALOR LIBERADO DO CET         *
      *----------------------------------------------------------------*
       3500-LANCAR-CONCESSAO.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-HOJE-N TO GLJ_DATA.
           MOVE PED-CONTA       TO GLJ_CONTA_ORIGEM.
           MOVE PED-VALOR       TO GLJ_VALOR.
           EVALUATE TRUE
               WHEN PED-RENEGOCIACAO
                   MOVE WRK-COD-RENEGOCIACAO TO GLJ_CODIGO
                   MOVE WRK-PLNR-DEBITO      TO GLJ_CONTA_GL
                   MOVE "D"                  TO GLJ_DC
                   WRITE JORNAL-REG
                   MOVE WRK-PLNR-CREDITO     TO GLJ_CONTA_GL
                   MOVE "C"                  TO GLJ_DC
                   WRITE JORNAL-REG
               WHEN PED-TRANSF-CONSIG
                   MOVE WRK-COD-CONSIGNADO   TO GLJ_CODIGO
                   MOVE WRK-PLNC-DEBITO      TO GLJ_CONTA_GL
                   MOVE "D"                  TO GLJ_DC
                   WRITE JORNAL-REG
                   MOVE WRK-PLNC-CREDITO     TO GLJ_CONTA_GL
                   MOVE "C"                  TO GLJ_DC
                   WRITE JORNAL-REG
               WHEN OTHER
                   MOVE "C"               TO TRANS_TIPO
                   MOVE PED-VALOR         TO TRANS_VALOR
                   MOVE WRK-COD-LIBERACAO TO TRANS_CODIGO
                   PERFORM 3600-GRAVAR-MOVIMENTO
                       THRU 3600-GRAVAR-MOVIMENTO-EXIT
           END-EVALUATE.

           IF WRK-TARIFA > ZEROS
               MOVE "D"            TO TRANS_TIPO
               MOVE WRK-TARIFA     TO TRANS_VALOR
               MOVE WRK-COD-TARIFA TO TRANS_CODIGO
               PERFORM 3600-GRAVAR-MOVIMENTO
                   THRU 3600-GRAVAR-MOVIMENTO-EXIT
           END-IF.

           IF WRK-IOF > ZEROS
               MOVE "D"            TO TRANS_TIPO
               MOVE WRK-IOF        TO TRANS_VALOR
               MOVE WRK-COD-IOF    TO TRANS_CODIGO
               PERFORM 3600-GRAVAR-MOVIMENTO
                   THRU 3600-GRAVAR-MOVIMENTO-EXIT
           END-IF.
       3500-LANCAR-CONCESSAO-EXIT.
           EXIT.

       3600-GRAVAR-MOVIMENTO.
           MOVE PED-CONTA TO TRANS_CONTA.
           MOVE "BRL"     TO TRANS_MOEDA.
           PERFORM 8900-CARIMBAR-ORIGEM
               THRU 8900-CARIMBAR-ORIGEM-EXIT.
           WRITE TRANSACAO-REG.
       3600-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   PRIMEIRO VENCIMENTO: O DIA PEDIDO NO MES SEGUINTE, CAINDO   *
      *>   NO ULTIMO DIA DO MES QUANDO O DIA PEDIDO NAO EXISTE NELE    *
      *----------------------------------------------------------------*
           MOVE WRK-HOJE-ANO TO WRK-VENC-ANO.
           MOVE WRK-HOJE-MES TO WRK-VENC-MES.
           PERFORM 4200-AVANCAR-VENCIMENTO
               THRU 4200-AVANCAR-VENCIMENTO-EXIT.
       4000-PRIMEIRO-VENCIMENTO-EXIT.
           EXIT.

       4100-ULTIMO-DIA-DO-MES-EXIT.
           EXIT.

       4200-AVANCAR-VENCIMENTO.
           IF WRK-VENC-MES = 12
               MOVE 1 TO WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           ELSE
               ADD 1 TO WRK-VENC-MES
           END-IF.

           PERFORM 4100-ULTIMO-DIA-DO-MES
               THRU 4100-ULTIMO-DIA-DO-MES-EXIT.

           IF PED-DIA-VENC > WRK-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA-MES TO WRK-VENC-DIA
           ELSE
               MOVE PED-DIA-VENC TO WRK-VENC-DIA
           END-IF.
       4200-AVANCAR-VENCIMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   RESUMO DO CONTRATO: VALORES DA CONTRATACAO, CRONOGRAMA      *
      *>   NUMERADO COM VENCIMENTO E PRESTACAO (PARCELA MAIS SEGURO),  *
      *>   TOTAIS E O CET MENSAL E ANUAL                               *
      *----------------------------------------------------------------*
       5000-IMPRIMIR-RESUMO.
      *----------------------------------------------------------------*
           MOVE PLN_NUMERO     TO WRK-RC-NUMERO.
           MOVE WRK-HOJE-DIA   TO WRK-DE-DIA.
           MOVE WRK-HOJE-MES   TO WRK-DE-MES.
           MOVE WRK-HOJE-ANO   TO WRK-DE-ANO.
           MOVE WRK-DATA-EDITADA TO WRK-RC-DATA.
           MOVE PED-CONTA      TO WRK-RC-CONTA.
           MOVE WRK-RES-CABECALHO TO RESUMO-LINHA.
           WRITE RESUMO-LINHA.

           MOVE "VALOR FINANCIADO......: " TO WRK-RV-ROTULO.
           MOVE PED-VALOR               TO WRK-RV-VALOR.
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

           MOVE PLN_PROX_VENC TO WRK-VENC-N.
           PERFORM 5200-IMPRIMIR-PARCELA
               THRU 5200-IMPRIMIR-PARCELA-EXIT
               VARYING WRK-PARCELA-CORRENTE FROM 1 BY 1
               UNTIL WRK-PARCELA-CORRENTE > PED-QTDE.

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
           IF WRK-PARCELA-CORRENTE = PED-QTDE
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

           PERFORM 4200-AVANCAR-VENCIMENTO
               THRU 4200-AVANCAR-VENCIMENTO-EXIT.
       5200-IMPRIMIR-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CARIMBO DE ORIGEM DO LANCAMENTO GERADO                      *
      *----------------------------------------------------------------*
       8900-CARIMBAR-ORIGEM.
      *----------------------------------------------------------------*
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE ZEROS                TO TRANS_FILIAL.
           MOVE "PLN"                TO TRANS_CANAL.
           MOVE WRK-DATA-HOJE-N      TO TRANS_DATA_ENT.
           MOVE WRK-HORA-AGORA (1:6) TO TRANS_HORA_ENT.
           MOVE "SISTEMA "           TO TRANS_OPERADOR.
       8900-CARIMBAR-ORIGEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE PEDIDO-FILE.
           IF WRK-QTDE-PEDIDOS > ZEROS
               OPEN OUTPUT PEDIDO-FILE
               CLOSE PEDIDO-FILE
           END-IF.
           CLOSE PLANO-FILE.
           CLOSE RESUMO-FILE.
           IF LANCAMENTO-LIBERADO
               CLOSE TRANSACAO-FILE
               CLOSE JORNAL-FILE
           END-IF.

           DISPLAY "===== CONCESSAO DE PLANOS DE PARCELAMENTO =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-PEDIDOS.
