      *>                    ACUMHISTK (CONTA+DATA+SEQ), PARA OS        <*
      *>                    LEITORES BUSCAREM SO O PERIODO QUE         <*
      *>                    PRECISAM EM VEZ DE VARRER O ANO            <*
      *>   15/10/2026  GGS  O SERVICO COBRADO NO MES PASSA A SER O DO <*
      *>                    PRODUTO DA CONTA NO CATALOGO              <*
      *>                    (PROD_SERVICO_TARIFA, VIA                 <*
      *>                    PRODUTO-LE.COB), PROCURADO NA TARIFTAB    <*
      *>                    POR TIPO DE CLIENTE E SERVICO; PRODUTO    <*
      *>                    SEM SERVICO E ISENTO E CONTADO A PARTE.   <*
      *>                    AS CONTAS ANTERIORES AO CATALOGO SEGUEM   <*
      *>                    COM MANUTENCAO                            <*
      *>   15/10/2026  GGS  TARIFISEN GANHA O OPERADOR E A DATA DA    <*
      *>                    CONCESSAO DA ISENCAO (ISEN-OPERADOR,      <*
      *>                    ISEN-DATA), CONFERIDOS POR                <*
      *>                    INSIDER-VARRE.COB; LINHA ANTIGA SO COM O  <*
      *>                    CPF CONTINUA VALENDO                      <*
      *>   15/10/2026  GGS  AS CONTAS A COBRAR, O TIPO E O CNPJ DO    <*
      *>                    TITULAR PRINCIPAL PASSAM A VIR DA         <*
      *>                    REFERENCIA CONTAREF                       <*
      *>                    (CONTA-REFERENCIA.COB), CONFERIDA PELO    <*
      *>                    SELO, EM VEZ DE CONTATIT MAIS CLIMAST     <*
      *>   15/10/2026  GGS  CADA TARIFA DEBITADA NO SALDO GERA O PAR  <*
      *>                    BALANCEADO DE PARTIDAS DO CODIGO TARF EM  <*
      *>                    GLPARTIDA, LEVADO AO RAZAO POR            <*
      *>                    GL-PARTIDA-LANCA.COB; SEM O CODIGO EM     <*
      *>                    TRANSCOD OU SEM GLPARTIDA A RODADA NAO    <*
      *>                    COBRA NADA E TERMINA COM RC=8             <*
      ******************************************************************

      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ISEN.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS SEQUENTIAL
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

           SELECT CONTA-FILE          ASSIGN TO "CONTASDB"
               ORGANIZATION       IS INDEXED
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-FATP.

           SELECT TRANSCOD-FILE       ASSIGN TO "TRANSCOD"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS TCOD_CODIGO
               FILE STATUS        IS WRK-STATUS-TCOD.

           SELECT JORNAL-FILE         ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  ISENCAO-FILE.
       01  ISENCAO-REG.
           02 ISEN-CPF            PIC X(11).
           02 ISEN-OPERADOR       PIC X(08).
           02 ISEN-DATA           PIC 9(08).

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

       FD  CONTA-FILE.
           COPY CONTA-REG.
       FD  FATURAVEL-FILE.
           COPY FATPEND-REG.

       FD  TRANSCOD-FILE.
           COPY TRANSCOD-REG.

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
       77  WRK-STATUS-TAR         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ISEN        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-FATP        PIC X(02) VALUE SPACES.
       77  WRK-QTDE-FATURAVEIS    PIC 9(07) VALUE ZEROS.
       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-CLIT        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-HIST        PIC X(02) VALUE SPACES.
       77  WRK-HISTK-VARRIDO      PIC X(01) VALUE "N".
           88 HISTK-VARRIDO           VALUE "S".
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TCOD        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.
       77  WRK-LANCAMENTO         PIC X(01) VALUE "S".
           88 LANCAMENTO-LIBERADO     VALUE "S".
           88 LANCAMENTO-RETIDO       VALUE "N".
       77  WRK-MOTIVO-RETENCAO    PIC X(40) VALUE SPACES.
       77  WRK-COD-TARIFA         PIC X(04) VALUE "TARF".
       77  WRK-TARF-DEBITO        PIC 9(08) VALUE ZEROS.
       77  WRK-TARF-CREDITO       PIC 9(08) VALUE ZEROS.

       77  WRK-FIM-TAR            PIC X(01) VALUE "N".
           88 FIM-TAR                 VALUE "S".
       77  WRK-FIM-ISEN           PIC X(01) VALUE "N".
           88 FIM-ISEN                VALUE "S".
       77  WRK-FIM-REF            PIC X(01) VALUE "N".
           88 FIM-REF                 VALUE "S".
       77  WRK-FIM-SEQ            PIC X(01) VALUE "N".
           88 FIM-SEQ                 VALUE "S".

       77  WRK-CLIENTE-ISENTO     PIC X(01) VALUE "N".
           88 CLIENTE-ISENTO          VALUE "S".
       77  WRK-PROXIMO-SEQ        PIC 9(04) VALUE ZEROS.
       77  WRK-QTDE-ISENTAS-PROD  PIC 9(07) VALUE ZEROS.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".

      *----------------------------------------------------------------*
      *>   TARIFAS POR TIPO DE CLIENTE E SERVICO; O SERVICO COBRADO    *
      *>   NO MES E O DO PRODUTO DA CONTA                              *
      *----------------------------------------------------------------*
       77  WRK-MAX-TARIFAS        PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-TARIFAS.
           02 WRK-TF-ITEM  OCCURS 50 TIMES
                            INDEXED BY WRK-TF-IDX.
               03 WRK-TF-TIPO          PIC X(01).
               03 WRK-TF-SERVICO       PIC X(10).
               03 WRK-TF-VALOR         PIC 9(09)V99.

      *----------------------------------------------------------------*
      *>   PRODUTO DA CONTA (CATALOGO PRODUTOMST VIA PRODUTO-LE)       *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

      *----------------------------------------------------------------*
      *>   CPFS ISENTOS                                                *
      *----------------------------------------------------------------*
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-CONTA
               THRU 2000-PROCESSAR-CONTA-EXIT
               UNTIL FIM-REF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

               DISPLAY "TARF-SELO-12 MESTRE CONTASDB NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
               GO TO 0500-CONFERIR-SELO-EXIT
           END-IF.

           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "TARF-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.
           PERFORM 1300-CARREGAR-ISENTOS
               THRU 1300-CARREGAR-ISENTOS-EXIT.

           OPEN INPUT REFERENCIA-FILE.
           IF WRK-STATUS-REF NOT = "00"
               SET FIM-REF TO TRUE
           END-IF.

           OPEN I-O   CONTA-FILE.
           OPEN I-O   CLIENTE-TRANS-FILE.

               OPEN OUTPUT FATURAVEL-FILE
           END-IF.

           PERFORM 1500-PREPARAR-PARTIDAS
               THRU 1500-PREPARAR-PARTIDAS-EXIT.
           IF LANCAMENTO-RETIDO
               DISPLAY "TARIFA-MENSAL: " WRK-MOTIVO-RETENCAO
                   " - NENHUMA TARIFA COBRADA NESTA RODADA"
               MOVE 8 TO RETURN-CODE
               SET FIM-REF TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-FILE.
           MOVE "COBRANCA MENSAL DE TARIFAS POR PRODUTO" TO
               RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF NOT FIM-REF
               PERFORM 2100-LER-REFERENCIA THRU 2100-LER-REFERENCIA-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.
               CLOSE TARIFA-FILE
               DISPLAY "TABELA DE TARIFAS TARIFTAB AUSENTE, NADA A "
                   "COBRAR"
               SET FIM-REF TO TRUE
               GO TO 1100-CARREGAR-TARIFAS-EXIT
           END-IF.

           EXIT.

       1200-GUARDAR-TARIFA.
           IF TAR-SERVICO NOT = SPACES
               AND TAR-VALOR IS NUMERIC
               AND WRK-MAX-TARIFAS < 50
               ADD 1 TO WRK-MAX-TARIFAS
               SET WRK-TF-IDX TO WRK-MAX-TARIFAS
               MOVE TAR-TIPO-CLIENTE TO WRK-TF-TIPO (WRK-TF-IDX)
               MOVE TAR-SERVICO      TO WRK-TF-SERVICO (WRK-TF-IDX)
               MOVE TAR-VALOR        TO WRK-TF-VALOR (WRK-TF-IDX)
           END-IF.
           PERFORM 1150-LER-TARIFA THRU 1150-LER-TARIFA-EXIT.
       1400-GUARDAR-ISENCAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A TARIFA MEXE NO SALDO DO CLIENTE, ENTAO TEM DE CHEGAR AO   *
      *>   RAZAO: O PAR DE CONTAS DE TARF VEM DE TRANSCOD E AS         *
      *>   PARTIDAS FICAM EM GLPARTIDA ATE GL-PARTIDA-LANCA.COB. SEM   *
      *>   UM DELES NENHUMA TARIFA E COBRADA                           *
      *----------------------------------------------------------------*
       1500-PREPARAR-PARTIDAS.
      *----------------------------------------------------------------*
           OPEN INPUT TRANSCOD-FILE.
           IF WRK-STATUS-TCOD NOT = "00"
               MOVE "TABELA TRANSCOD INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
               GO TO 1500-PREPARAR-PARTIDAS-EXIT
           END-IF.
           MOVE WRK-COD-TARIFA TO TCOD_CODIGO.
           READ TRANSCOD-FILE
               INVALID KEY
                   MOVE "CODIGO TARF AUSENTE DE TRANSCOD"
                       TO WRK-MOTIVO-RETENCAO
                   SET LANCAMENTO-RETIDO TO TRUE
               NOT INVALID KEY
                   MOVE TCOD_CONTA_DEBITO  TO WRK-TARF-DEBITO
                   MOVE TCOD_CONTA_CREDITO TO WRK-TARF-CREDITO
           END-READ.
           CLOSE TRANSCOD-FILE.
           IF LANCAMENTO-RETIDO
               GO TO 1500-PREPARAR-PARTIDAS-EXIT
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-STATUS-JORNAL NOT = "00"
               MOVE "GLPARTIDA INDISPONIVEL"
                   TO WRK-MOTIVO-RETENCAO
               SET LANCAMENTO-RETIDO TO TRUE
           END-IF.
       1500-PREPARAR-PARTIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   UMA TARIFA DE MANUTENCAO POR CONTA, COBRADA DO TITULAR      *
      *>   PRINCIPAL                                                   *
      *----------------------------------------------------------------*
       2000-PROCESSAR-CONTA.
      *----------------------------------------------------------------*
           IF REF_CPF NOT = SPACES
               ADD 1 TO WRK-QTDE-CONTAS
               PERFORM 3000-COBRAR-CONTA THRU 3000-COBRAR-CONTA-EXIT
           END-IF.

           PERFORM 2100-LER-REFERENCIA THRU 2100-LER-REFERENCIA-EXIT.
       2000-PROCESSAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-LER-REFERENCIA.
      *----------------------------------------------------------------*
           READ REFERENCIA-FILE NEXT RECORD.
           IF WRK-STATUS-REF = "10"
               SET FIM-REF TO TRUE
           END-IF.
       2100-LER-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
               GO TO 3000-COBRAR-CONTA-EXIT
           END-IF.

           IF NOT REF-CADASTRO-OK
               ADD 1 TO WRK-QTDE-SEM-TARIFA
               GO TO 3000-COBRAR-CONTA-EXIT
           END-IF.

           MOVE REF_CONTA TO CONTA_NUMERO.
           READ CONTA-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-TARIFA
               GO TO 3000-COBRAR-CONTA-EXIT
           END-IF.

      *>   O SERVICO COBRADO E O DO PRODUTO; PRODUTO SEM SERVICO E
      *>   ISENTO DE TARIFA MENSAL
           CALL "PRODUTO-LE" USING CONTA_COD_PRODUTO CONTA_PRODUTO
               PRODUTO-REG WRK-PRODUTO-ACHADO.
           IF NOT PRODUTO-ACHADO
               ADD 1 TO WRK-QTDE-SEM-TARIFA
               GO TO 3000-COBRAR-CONTA-EXIT
           END-IF.
           IF PROD_SERVICO_TARIFA = SPACES
               ADD 1 TO WRK-QTDE-ISENTAS-PROD
               GO TO 3000-COBRAR-CONTA-EXIT
           END-IF.

           PERFORM 3200-OBTER-TARIFA THRU 3200-OBTER-TARIFA-EXIT.
           IF NOT TARIFA-ACHADA
               ADD 1 TO WRK-QTDE-SEM-TARIFA
               GO TO 3000-COBRAR-CONTA-EXIT
           END-IF.

      *>   CLIENTE PJ NAO E DEBITADO AQUI: A TARIFA VIRA ITEM DA
      *>   FATURA MENSAL CONSOLIDADA DO CNPJ (FATURA-PJ.COB)
           IF REF-PESSOA-JURIDICA
               ADD 1 TO WRK-QTDE-FATURAVEIS
               SET FAT-ABERTO TO TRUE
               MOVE REF_CNPJ     TO FAT_CNPJ
               MOVE REF_CONTA        TO FAT_CONTA
               MOVE WRK-DATA-HOJE    TO FAT_DATA
               MOVE "TARF"           TO FAT_CODIGO
               MOVE WRK-VALOR-TARIFA TO FAT_VALOR
           SUBTRACT WRK-VALOR-TARIFA FROM CONTA_SALDO.
           REWRITE CONTA-REG.

           MOVE WRK-DATA-HOJE    TO GLJ_DATA.
           MOVE CONTA_NUMERO     TO GLJ_CONTA_ORIGEM.
           MOVE WRK-COD-TARIFA   TO GLJ_CODIGO.
           MOVE WRK-VALOR-TARIFA TO GLJ_VALOR.
           MOVE WRK-TARF-DEBITO  TO GLJ_CONTA_GL.
           MOVE "D"              TO GLJ_DC.
           WRITE JORNAL-REG.
           MOVE WRK-TARF-CREDITO TO GLJ_CONTA_GL.
           MOVE "C"              TO GLJ_DC.
           WRITE JORNAL-REG.

           MOVE WRK-DATA-HOJE TO AHIST_DATA.
           MOVE CONTA_NUMERO  TO AHIST_CONTA.
           COMPUTE AHIST_DELTA = WRK-VALOR-TARIFA * -1.
           ADD 1 TO WRK-QTDE-COBRADAS.
           ADD WRK-VALOR-TARIFA TO WRK-TOTAL-COBRADO.

           MOVE REF_CONTA        TO WRK-L-CONTA.
           MOVE REF_CPF          TO WRK-L-CPF.
           MOVE WRK-VALOR-TARIFA TO WRK-L-VALOR.
           MOVE WRK-LINHA-COBRANCA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
               VARYING WRK-IS-IDX
               AT END
                   CONTINUE
               WHEN WRK-IS-CPF (WRK-IS-IDX) = REF_CPF
                   SET CLIENTE-ISENTO TO TRUE
           END-SEARCH.
       3100-VERIFICAR-ISENCAO-EXIT.
               VARYING WRK-TF-IDX
               AT END
                   CONTINUE
               WHEN WRK-TF-TIPO (WRK-TF-IDX) = REF_TIPO
                   AND WRK-TF-SERVICO (WRK-TF-IDX) = PROD_SERVICO_TARIFA
                   SET TARIFA-ACHADA TO TRUE
                   MOVE WRK-TF-VALOR (WRK-TF-IDX)
                       TO WRK-VALOR-TARIFA
           PERFORM 4100-OBTER-PROXIMO-SEQ
               THRU 4100-OBTER-PROXIMO-SEQ-EXIT.

           MOVE REF_CPF          TO CLITRANS_CPF.
           MOVE WRK-PROXIMO-SEQ  TO CLITRANS_SEQ.
           MOVE WRK-DATA-HOJE    TO CLITRANS_DATA.
           MOVE "D"              TO CLITRANS_TIPO.
           WRITE CLITRANS-REG
               INVALID KEY
                   DISPLAY "ERRO GRAVANDO HISTORICO DE TARIFA CPF "
                       REF_CPF
           END-WRITE.
       4000-GRAVAR-HISTORICO-CLI-EXIT.
           EXIT.
           MOVE 1 TO WRK-PROXIMO-SEQ.
           MOVE "N" TO WRK-FIM-SEQ.

           MOVE REF_CPF TO CLITRANS_CPF.
           MOVE ZEROS   TO CLITRANS_SEQ.
           START CLIENTE-TRANS-FILE
               KEY IS NOT LESS THAN CLITRANS-CHAVE
                   GO TO 4200-VARRER-SEQ-EXIT
           END-READ.

           IF CLITRANS_CPF NOT = REF_CPF
               SET FIM-SEQ TO TRUE
               GO TO 4200-VARRER-SEQ-EXIT
           END-IF.
      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           CLOSE REFERENCIA-FILE.
           CLOSE CONTA-FILE.
           CLOSE CLIENTE-TRANS-FILE.
           CLOSE HISTORICO-FILE.
           CLOSE HISTORICO-K-FILE.
           CLOSE RELATORIO-FILE.
           CLOSE FATURAVEL-FILE.
           IF LANCAMENTO-LIBERADO
               CLOSE JORNAL-FILE
           END-IF.

      *>   O MESTRE DE CONTAS FOI REESCRITO: O SELO DE INTEGRIDADE E
      *>   REFEITO PARA O PROXIMO LEITOR CONFERIR
           DISPLAY "CONTAS AVALIADAS.....: " WRK-QTDE-CONTAS.
           DISPLAY "TARIFAS COBRADAS.....: " WRK-QTDE-COBRADAS.
           DISPLAY "CLIENTES ISENTOS.....: " WRK-QTDE-ISENTAS.
           DISPLAY "ISENTAS PELO PRODUTO.: " WRK-QTDE-ISENTAS-PROD.
           DISPLAY "SEM TARIFA/CADASTRO..: " WRK-QTDE-SEM-TARIFA.
           DISPLAY "VALOR TOTAL COBRADO..: " WRK-TOTAL-COBRADO.
           DISPLAY "ITENS PJ A FATURAR...: " WRK-QTDE-FATURAVEIS.
