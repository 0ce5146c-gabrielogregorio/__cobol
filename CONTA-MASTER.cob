      *>                    SE TROCA POR ALTERACAO: POUPANCA E CONTA  <*
      *>                    CORRENTE TEM REGRAS DE RENDIMENTO         <*
      *>                    DISTINTAS E A MIGRACAO E ABERTURA NOVA    <*
      *>   15/10/2026  GGS  ENCERRAMENTO SAI DESTE PROGRAMA: FUNCAO D <*
      *>                    E ALTERACAO PARA STATUS E SAO REJEITADAS  <*
      *>                    (O OPERADOR REGISTRA O PEDIDO EM          <*
      *>                    ENCERRAIN), E O ENCERRAMENTO FICA COM     <*
      *>                    CONTA-ENCERRA.COB (CHECKLIST DOS          <*
      *>                    DEPENDENTES, TARIFA FINAL, TRANSFERENCIA  <*
      *>                    DO SALDO E CARTA AO CLIENTE)              <*
      *>   15/10/2026  GGS  ABERTURA PASSA A VALIDAR O PRODUTO NO     <*
      *>                    CATALOGO PRODUTOMST (VIA PRODUTO-LE.COB): <*
      *>                    CMAN-COD-PRODUTO ESCOLHE O PRODUTO        <*
      *>                    (BRANCO MANTEM O CMAN-PRODUTO C/P, QUE    <*
      *>                    VALE CORR/POUP), PRODUTO SUSPENSO E       <*
      *>                    RECUSADO E O PUBLICO PF/PJ E A IDADE      <*
      *>                    MINIMA SAO CONFERIDOS NO TITULAR          <*
      *>                    INFORMADO EM CMAN-CPF (CLIMAST). A CONTA  <*
      *>                    GRAVA CONTA_COD_PRODUTO E A FAMILIA       <*
      *>                    REGULATORIA EM CONTA_PRODUTO              <*
      *>   15/10/2026  GGS  CONTA ABERTA JA NASCE COM O MARCADOR DO   <*
      *>                    LAYOUT ATUAL (CONTA-LAYOUT-ATUAL)         <*
      ******************************************************************

      *================================================================*
               RECORD KEY         IS CONTA_NUMERO
               FILE STATUS        IS WRK-STATUS-CONTA.

           SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMAST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS CLIENTE_CPF
               FILE STATUS        IS WRK-STATUS-MASTER.

           SELECT MANUT-FILE          ASSIGN TO "CONTAMANUT"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-MANUT.
       FD  CONTA-FILE.
           COPY CONTA-REG.

       FD  CLIENTE-MASTER-FILE.
           COPY CLIENTE-REG.

       FD  MANUT-FILE.
           COPY CONTA-MANUT-REG.

           88 SELO-DIVERGIU           VALUE "N".
       77  WRK-QTDE-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-ALTERADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-REJEITADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-ABERTURA      PIC 9(08) VALUE ZEROS.

       77  WRK-STATUS-MASTER      PIC X(02) VALUE SPACES.
       77  WRK-CLIMAST-ABERTO     PIC X(01) VALUE "N".
           88 CLIMAST-ABERTO          VALUE "S".
       77  WRK-CODIGO-PRODUTO     PIC X(04) VALUE SPACES.
       77  WRK-FAMILIA-PEDIDA     PIC X(01) VALUE SPACE.
       77  WRK-PRODUTO-ACHADO     PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO          VALUE "S".
       77  WRK-PRODUTO-ACEITO     PIC X(01) VALUE "N".
           88 PRODUTO-ACEITO          VALUE "S".
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.

      *----------------------------------------------------------------*
      *>   PRODUTO DO CATALOGO DEVOLVIDO POR PRODUTO-LE                *
      *----------------------------------------------------------------*
           COPY PRODUTO-REG.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
               OPEN I-O CONTA-FILE
           END-IF.

           OPEN INPUT CLIENTE-MASTER-FILE.
           IF WRK-STATUS-MASTER = "00"
               SET CLIMAST-ABERTO TO TRUE
           END-IF.

           OPEN INPUT MANUT-FILE.
           PERFORM 2100-LER-MANUT THRU 2100-LER-MANUT-EXIT.
       1000-INICIALIZAR-EXIT.
               GO TO 3000-ABRIR-CONTA-EXIT
           END-IF.

           IF CMAN-COD-PRODUTO = SPACES
               AND CMAN-PRODUTO NOT = SPACE
               AND CMAN-PRODUTO NOT = "C"
               AND CMAN-PRODUTO NOT = "P"
               DISPLAY "PRODUTO INVALIDO, ABERTURA REJEITADA: "
               GO TO 3000-ABRIR-CONTA-EXIT
           END-IF.

           ACCEPT WRK-DATA-ABERTURA FROM DATE YYYYMMDD.

           PERFORM 3100-CRITICAR-PRODUTO
               THRU 3100-CRITICAR-PRODUTO-EXIT.
           IF NOT PRODUTO-ACEITO
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 3000-ABRIR-CONTA-EXIT
           END-IF.

           MOVE CMAN-CONTA TO CONTA_NUMERO.
           MOVE ZEROS      TO CONTA_SALDO.
           MOVE CMAN-MOEDA TO CONTA_MOEDA.
           MOVE "A"        TO CONTA_STATUS.
           MOVE PROD_CODIGO TO CONTA_COD_PRODUTO.
           IF PROD-FAM-POUPANCA
               MOVE "P" TO CONTA_PRODUTO
           ELSE
               MOVE "C" TO CONTA_PRODUTO
           END-IF.
           MOVE WRK-DATA-ABERTURA (7:2) TO CONTA_DIA_ANIV.
           SET CONTA-LAYOUT-ATUAL TO TRUE.

           WRITE CONTA-REG
               INVALID KEY
       3000-ABRIR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   O PRODUTO PRECISA EXISTIR NO CATALOGO E ACEITAR ABERTURAS;  *
      *>   PRODUTO RESTRITO A PF/PJ OU COM IDADE MINIMA EXIGE O        *
      *>   TITULAR EM CMAN-CPF, CONFERIDO EM CLIMAST                   *
      *----------------------------------------------------------------*
       3100-CRITICAR-PRODUTO.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-PRODUTO-ACEITO.
           MOVE CMAN-COD-PRODUTO TO WRK-CODIGO-PRODUTO.
           MOVE CMAN-PRODUTO     TO WRK-FAMILIA-PEDIDA.
           CALL "PRODUTO-LE" USING WRK-CODIGO-PRODUTO
               WRK-FAMILIA-PEDIDA PRODUTO-REG WRK-PRODUTO-ACHADO.

           IF NOT PRODUTO-ACHADO
               DISPLAY "PRODUTO NAO CADASTRADO, ABERTURA REJEITADA: "
                   CMAN-CONTA " " CMAN-COD-PRODUTO
               GO TO 3100-CRITICAR-PRODUTO-EXIT
           END-IF.

           IF PROD-SUSPENSO
               DISPLAY "PRODUTO SUSPENSO PARA ABERTURA, REJEITADA: "
                   CMAN-CONTA " " PROD_CODIGO
               GO TO 3100-CRITICAR-PRODUTO-EXIT
           END-IF.

           IF PROD-PUBLICO-TODOS
               AND PROD_IDADE_MINIMA = ZEROS
               SET PRODUTO-ACEITO TO TRUE
               GO TO 3100-CRITICAR-PRODUTO-EXIT
           END-IF.

           IF CMAN-CPF = SPACES
               DISPLAY "PRODUTO " PROD_CODIGO " EXIGE O TITULAR "
                   "(CMAN-CPF), ABERTURA REJEITADA: " CMAN-CONTA
               GO TO 3100-CRITICAR-PRODUTO-EXIT
           END-IF.

           IF NOT CLIMAST-ABERTO
               DISPLAY "CLIMAST INDISPONIVEL PARA CRITICAR O TITULAR, "
                   "ABERTURA REJEITADA: " CMAN-CONTA
               GO TO 3100-CRITICAR-PRODUTO-EXIT
           END-IF.

           MOVE CMAN-CPF TO CLIENTE_CPF.
           READ CLIENTE-MASTER-FILE
               INVALID KEY
                   DISPLAY "TITULAR NAO CADASTRADO, ABERTURA "
                       "REJEITADA: " CMAN-CONTA " " CMAN-CPF
                   GO TO 3100-CRITICAR-PRODUTO-EXIT
           END-READ.

           IF (PROD-PUBLICO-PF AND CLIENTE-PESSOA-JURIDICA)
               OR (PROD-PUBLICO-PJ AND NOT CLIENTE-PESSOA-JURIDICA)
               DISPLAY "PRODUTO " PROD_CODIGO " NAO ATENDE O TIPO DE "
                   "CLIENTE, ABERTURA REJEITADA: " CMAN-CONTA
               GO TO 3100-CRITICAR-PRODUTO-EXIT
           END-IF.

           IF PROD_IDADE_MINIMA > ZEROS
               CALL "IDADE-APURA" USING DATANASC WRK-DATA-ABERTURA
                   WRK-IDADE
               IF WRK-IDADE = 999
                   OR WRK-IDADE < PROD_IDADE_MINIMA
                   DISPLAY "TITULAR ABAIXO DA IDADE MINIMA DO PRODUTO "
                       PROD_CODIGO ", ABERTURA REJEITADA: " CMAN-CONTA
                   GO TO 3100-CRITICAR-PRODUTO-EXIT
               END-IF
           END-IF.

           SET PRODUTO-ACEITO TO TRUE.
       3100-CRITICAR-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-ALTERAR-CONTA.
      *----------------------------------------------------------------*
               GO TO 4000-ALTERAR-CONTA-EXIT
           END-IF.

           IF CMAN-STATUS = "E"
               DISPLAY "ENCERRAMENTO SO POR CONTA-ENCERRA (ENCERRAIN)"
                   ", ALTERACAO REJEITADA: " CMAN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
               GO TO 4000-ALTERAR-CONTA-EXIT
           END-IF.

           IF CMAN-STATUS NOT = SPACE
               AND CMAN-STATUS NOT = "A"
               AND CMAN-STATUS NOT = "B"
               DISPLAY "STATUS INVALIDO, ALTERACAO REJEITADA: "
                   CMAN-CONTA
               ADD 1 TO WRK-QTDE-REJEITADOS
      *----------------------------------------------------------------*
       5000-ENCERRAR-CONTA.
      *----------------------------------------------------------------*
      *>   A TROCA DE STATUS DEIXAVA MANDATOS, ORDENS, CHAVES PIX E
      *>   FOLHAS VIVAS NA CONTA ENCERRADA: O PEDIDO AGORA E FEITO EM
      *>   ENCERRAIN E PASSA PELO CHECKLIST DE CONTA-ENCERRA.COB
           DISPLAY "ENCERRAMENTO SO POR CONTA-ENCERRA (ENCERRAIN)"
               ", PEDIDO REJEITADO: " CMAN-CONTA.
           ADD 1 TO WRK-QTDE-REJEITADOS.
       5000-ENCERRAR-CONTA-EXIT.
           EXIT.

           DISPLAY "MOEDA........: " CONTA_MOEDA.
           DISPLAY "STATUS.......: " CONTA_STATUS.
           DISPLAY "PRODUTO......: " CONTA_PRODUTO.
           DISPLAY "COD. PRODUTO.: " CONTA_COD_PRODUTO.
           DISPLAY "DIA ANIVERS..: " CONTA_DIA_ANIV.
       6000-CONSULTAR-CONTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           CLOSE CONTA-FILE.
           CLOSE MANUT-FILE.
           IF CLIMAST-ABERTO
               CLOSE CLIENTE-MASTER-FILE
           END-IF.

      *>   O MESTRE FOI REESCRITO: O SELO DE INTEGRIDADE (CONTAGEM E
      *>   HASH, ARQUIVO-SELO.COB) E REFEITO PARA OS LEITORES
           DISPLAY "TRANSACOES LIDAS.....: " WRK-QTDE-LIDOS.
           DISPLAY "CONTAS ABERTAS.......: " WRK-QTDE-ABERTAS.
           DISPLAY "CONTAS ALTERADAS.....: " WRK-QTDE-ALTERADAS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-QTDE-REJEITADOS.
       9000-FINALIZAR-EXIT.
           EXIT.
