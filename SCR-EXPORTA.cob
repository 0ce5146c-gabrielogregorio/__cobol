      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  DETALHE DA REMESSA PASSA A LEVAR O CET    <*
      *>                    ANUAL DA OPERACAO (PLN_CET_ANO),          <*
      *>                    PONDERADO PELA EXPOSICAO QUANDO O CPF TEM <*
      *>                    MAIS DE UM PLANO; ADIANTAMENTO, VENDA     <*
      *>                    FINANCIADA E PLANO SEM CET APURADO SAEM   <*
      *>                    COM ZERO                                  <*
      *>   15/10/2026  GGS  REGISTRO DO ARQUIVO GERADO EM TRANSMST    <*
      *>   15/10/2026  GGS  O CPF DO TITULAR PRINCIPAL DE CADA CONTA  <*
      *>                    PASSA A SER LIDO DIRETAMENTE NA           <*
      *>                    REFERENCIA CONTAREF                       <*
      *>                    (CONTA-REFERENCIA.COB), CONFERIDA PELO    <*
      *>                    SELO, EM VEZ DA TABELA DE 1000 VINCULOS   <*
      *>                    DE CONTATIT                               <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
       INPUT-OUTPUT                                           SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.
      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-PLN         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-VENDA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CTRL        PIC X(02) VALUE SPACES.

       77  WRK-SEM-REFERENCIA     PIC X(01) VALUE "N".
           88 SEM-REFERENCIA          VALUE "S".
       77  WRK-FIM-CONTA          PIC X(01) VALUE "N".
           88 FIM-CONTA               VALUE "S".
       77  WRK-FIM-PLN            PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   CPF DO TITULAR PRINCIPAL DA CONTA (REFERENCIA CONTAREF)     *
      *----------------------------------------------------------------*
       77  WRK-CPF-ACHADO         PIC X(01) VALUE "N".
           88 CPF-ACHADO              VALUE "S".
       77  WRK-CPF-EXPOSTO        PIC X(11) VALUE SPACES.
       77  WRK-TIT-CONTA-BUSCA    PIC 9(08) VALUE ZEROS.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

       77  WRK-VND-VALOR-PARCELA  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VND-VALOR-ULTIMA   PIC 9(09)V99 VALUE ZEROS.

               03 WRK-EXP-ATE-90       PIC 9(11)V99.
               03 WRK-EXP-ATE-360      PIC 9(11)V99.
               03 WRK-EXP-MAIS-360     PIC 9(11)V99.
               03 WRK-EXP-CET-PONDERADO PIC 9(15)V9(04).

       77  WRK-EXP-ACHADA         PIC X(01) VALUE "N".
           88 EXP-ACHADA              VALUE "S".
       77  WRK-VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DATA-PARCELA       PIC 9(08) VALUE ZEROS.
       77  WRK-QTDE-DIAS          PIC 9(03) VALUE ZEROS.
       77  WRK-CET-ANO-CORRENTE   PIC 9(06)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   AVANCO DE VENCIMENTO MES A MES (DIA MAIOR QUE O ULTIMO DO   *
       77  WRK-QTDE-DETALHES      PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-EXPORTADO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-DETALHE      PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   REGISTRO DE TRANSMISSAO DO ARQUIVO QUE SAI DA CASA          *
      *----------------------------------------------------------------*
       77  WRK-TRM-ARQUIVO        PIC X(10) VALUE "SCREXP".
       77  WRK-TRM-CONTRAPARTE    PIC X(10) VALUE "BACEN-SCR".
       77  WRK-TRM-QTDE           PIC 9(09) VALUE ZEROS.
       77  WRK-TRM-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRM-PRAZO-DIAS     PIC 9(03) VALUE 5.

       77  WRK-DIVERGENTE         PIC X(01) VALUE "N".
           88 CONTROLE-DIVERGENTE     VALUE "S".

           02 WRK-DET-ATE-90      PIC 9(11)V99.
           02 WRK-DET-ATE-360     PIC 9(11)V99.
           02 WRK-DET-MAIS-360    PIC 9(11)V99.
           02 WRK-DET-CET-ANO     PIC 9(06)V99.
           02 FILLER              PIC X(06) VALUE SPACES.

       01  WRK-EXP-TRAILER.
           02 FILLER              PIC X(01) VALUE "9".
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-ABRIR-REFERENCIA
               THRU 2000-ABRIR-REFERENCIA-EXIT.
           PERFORM 3000-EXPOR-SALDOS      THRU 3000-EXPOR-SALDOS-EXIT.
           PERFORM 4000-EXPOR-PLANOS      THRU 4000-EXPOR-PLANOS-EXIT.
           PERFORM 5000-EXPOR-VENDAS      THRU 5000-EXPOR-VENDAS-EXIT.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   O CPF QUE RESPONDE PELA EXPOSICAO VEM DA REFERENCIA         *
      *>   CONTAREF: ANTES DE CONFIAR NELA, O SELO DE INTEGRIDADE      *
      *>   (ARQUIVO-SELO.COB) E CONFERIDO                              *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "SCRE-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           EXIT.

      *----------------------------------------------------------------*
      *>   O TITULAR PRINCIPAL DE CADA CONTA E LIDO NA REFERENCIA      *
      *>   CONTAREF; E ELE QUEM RESPONDE PELA EXPOSICAO NO SCR         *
      *----------------------------------------------------------------*
       2000-ABRIR-REFERENCIA.
      *----------------------------------------------------------------*
           OPEN INPUT REFERENCIA-FILE.
           IF WRK-STATUS-REF NOT = "00"
               DISPLAY "SCR-EXPORTA: CONTAREF INDISPONIVEL, STATUS "
                   WRK-STATUS-REF
               SET SEM-REFERENCIA TO TRUE
           END-IF.
       2000-ABRIR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
                   THRU 8000-PROCURAR-TITULAR-EXIT
               IF CPF-ACHADO
                   MOVE "02" TO WRK-MODALIDADE
                   MOVE ZEROS TO WRK-CET-ANO-CORRENTE
                   MOVE WRK-DATA-HOJE TO WRK-DATA-PARCELA
                   PERFORM 8500-ACUMULAR-EXPOSICAO
                       THRU 8500-ACUMULAR-EXPOSICAO-EXIT
               THRU 8000-PROCURAR-TITULAR-EXIT.

           MOVE "13"         TO WRK-MODALIDADE.
           IF PLN_CET_ANO IS NUMERIC
               MOVE PLN_CET_ANO TO WRK-CET-ANO-CORRENTE
           ELSE
               MOVE ZEROS TO WRK-CET-ANO-CORRENTE
           END-IF.
           MOVE PLN_PROX_VENC TO WRK-DATA-VENC-N.
           MOVE PLN_DIA_VENC  TO WRK-DIA-VENC-PEDIDO.

               WRK-VND-VALOR-PARCELA WRK-VND-VALOR-ULTIMA.

           MOVE "14" TO WRK-MODALIDADE.
           MOVE ZEROS TO WRK-CET-ANO-CORRENTE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-VENC-N.
           MOVE WRK-VENC-DIA  TO WRK-DIA-VENC-PEDIDO.
           PERFORM 8800-AVANCAR-VENCIMENTO
               + WRK-EXP-MAIS-360 (WRK-EXP-IDX).
           ADD WRK-VALOR-DETALHE TO WRK-VALOR-EXPORTADO.

           MOVE ZEROS TO WRK-DET-CET-ANO.
           IF WRK-VALOR-DETALHE > ZEROS
               COMPUTE WRK-DET-CET-ANO ROUNDED =
                   WRK-EXP-CET-PONDERADO (WRK-EXP-IDX)
                   / WRK-VALOR-DETALHE
           END-IF.

           MOVE WRK-EXP-DETALHE TO EXPORT-LINHA.
           WRITE EXPORT-LINHA.
       6100-GRAVAR-DETALHE-EXIT.
           MOVE "N" TO WRK-CPF-ACHADO.
           MOVE SPACES TO WRK-CPF-EXPOSTO.

           IF SEM-REFERENCIA
               GO TO 8000-PROCURAR-TITULAR-EXIT
           END-IF.

           MOVE WRK-TIT-CONTA-BUSCA TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   GO TO 8000-PROCURAR-TITULAR-EXIT
           END-READ.

           IF REF_CPF NOT = SPACES
               SET CPF-ACHADO TO TRUE
               MOVE REF_CPF TO WRK-CPF-EXPOSTO
           END-IF.
       8000-PROCURAR-TITULAR-EXIT.
           EXIT.

                   MOVE ZEROS TO WRK-EXP-ATE-90 (WRK-EXP-IDX)
                   MOVE ZEROS TO WRK-EXP-ATE-360 (WRK-EXP-IDX)
                   MOVE ZEROS TO WRK-EXP-MAIS-360 (WRK-EXP-IDX)
                   MOVE ZEROS TO WRK-EXP-CET-PONDERADO (WRK-EXP-IDX)
               ELSE
                   ADD 1 TO WRK-QTDE-TAB-ESTOURO
                   GO TO 8500-ACUMULAR-EXPOSICAO-EXIT
               END-IF
           END-IF.

           COMPUTE WRK-EXP-CET-PONDERADO (WRK-EXP-IDX) =
               WRK-EXP-CET-PONDERADO (WRK-EXP-IDX)
               + WRK-VALOR-PARCELA * WRK-CET-ANO-CORRENTE.

           IF WRK-DATA-PARCELA < WRK-DATA-HOJE
               ADD WRK-VALOR-PARCELA
                   TO WRK-EXP-VENCIDO (WRK-EXP-IDX)
      *----------------------------------------------------------------*
           CLOSE EXPORT-FILE.
           CLOSE CONTROLE-FILE.
           IF NOT SEM-REFERENCIA
               CLOSE REFERENCIA-FILE
           END-IF.

      *>   O ARQUIVO FECHADO ENTRA NO REGISTRO DE TRANSMISSOES
      *>   (TRANSMST) PARA O ACOMPANHAMENTO DE ENVIO E ACUSE
           MOVE WRK-QTDE-DETALHES   TO WRK-TRM-QTDE.
           MOVE WRK-VALOR-EXPORTADO TO WRK-TRM-HASH.
           CALL "TRANSMISSAO-REGISTRA" USING WRK-TRM-ARQUIVO
               WRK-TRM-CONTRAPARTE WRK-TRM-QTDE WRK-TRM-HASH
               WRK-TRM-PRAZO-DIAS.

           DISPLAY "===== EXPORTACAO SCR =====".
           DISPLAY "DETALHES EXPORTADOS..: " WRK-QTDE-DETALHES.
