      *>                    CLIENTE ANTERIOR NAO PODEM SOBRAR NAS      <*
      *>                    POSICOES ALTAS E PUXAR PENDENCIA ALHEIA    <*
      *>                    PARA O CLIENTE DA VEZ                      <*
      *>   15/10/2026  GGS  INCLUIDA A CADEIA SOCIETARIA DO REGISTRO   <*
      *>                    DE BENEFICIARIO FINAL (UBOMST): A EMPRESA  <*
      *>                    LISTA OS DONOS ATIVOS (CPF MASCARADO,      <*
      *>                    PERCENTUAL, TIPO DE CONTROLE E EMPRESA     <*
      *>                    INTERMEDIARIA) E A PESSOA FISICA LISTA AS  <*
      *>                    EMPRESAS EM QUE PARTICIPA                  <*
      *>   15/10/2026  GGS  O REGISTRO DE CREDLOG PASSA A VIR DO       <*
      *>                    COPYBOOK CREDLOG-REG, O MESMO DE           <*
      *>                    CREDITO-DECISAO.COB: A DESCRICAO LOCAL NAO <*
      *>                    TINHA OS INDICES LTV E DTI GRAVADOS NO FIM <*
      *>                    DA LINHA                                   <*

      *================================================================*
       ENVIRONMENT                                   DIVISION.
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXC.

           SELECT UBO-FILE            ASSIGN TO "UBOMST"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS UBO-CHAVE
               ALTERNATE RECORD KEY IS UBO_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-UBO.

           SELECT RELATORIO-FILE      ASSIGN TO "CLI360REL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-REL.
           COPY CLIENTE-TRANS-REG.

       FD  CREDLOG-FILE.
           COPY CREDLOG-REG.

       FD  REVAPROV-FILE.
           COPY REVAPROV-REG.
           02 EXC-CONTA           PIC X(08).
           02 FILLER              PIC X(65).

       FD  UBO-FILE.
           COPY UBO-REG.

       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(100).

       77  WRK-STATUS-REV         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REL         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-UBO         PIC X(02) VALUE SPACES.

       77  WRK-FIM-PED            PIC X(01) VALUE "N".
           88 FIM-PED                 VALUE "S".
           88 FIM-CLIT                VALUE "S".
       77  WRK-FIM-SEQUENCIAL     PIC X(01) VALUE "N".
           88 FIM-SEQUENCIAL          VALUE "S".
       77  WRK-FIM-UBO            PIC X(01) VALUE "N".
           88 FIM-UBO                 VALUE "S".
       77  WRK-SEM-UBO            PIC X(01) VALUE "N".
           88 SEM-ARQUIVO-UBO         VALUE "S".

       77  WRK-QTDE-PEDIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE-ATENDIDOS     PIC 9(05) VALUE ZEROS.
           02 FILLER               PIC X(08) VALUE " VALOR ".
           02 WRK-K-VALOR          PIC Z(8)9.99.

      *----------------------------------------------------------------*
      *>   CADEIA SOCIETARIA (UBOMST): DONOS DA EMPRESA PJ OU AS       *
      *>   EMPRESAS EM QUE A PESSOA FISICA PARTICIPA                   *
      *----------------------------------------------------------------*
       01  WRK-LINHA-SOCIO.
           02 WRK-S-ROTULO         PIC X(17).
           02 WRK-S-DOCUMENTO      PIC X(14).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-NOME           PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WRK-S-PERCENTUAL     PIC ZZ9.99.
           02 FILLER               PIC X(02) VALUE "% ".
           02 WRK-S-TIPO           PIC X(08).
           02 WRK-S-VIA-ROTULO     PIC X(05).
           02 WRK-S-VIA            PIC X(14).

       01  WRK-LINHA-PENDENCIAS.
           02 FILLER               PIC X(22) VALUE
               "  ESTORNOS PENDENTES ".
           OPEN INPUT CLIENTE-TRANS-FILE.
           OPEN OUTPUT RELATORIO-FILE.

           OPEN INPUT UBO-FILE.
           IF WRK-STATUS-UBO NOT = "00"
               SET SEM-ARQUIVO-UBO TO TRUE
           END-IF.

           MOVE "CONSULTA 360 DE CLIENTES" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE WRK-LINHA-PENDENCIAS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM 7500-CADEIA-SOCIETARIA
               THRU 7500-CADEIA-SOCIETARIA-EXIT.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       3000-MONTAR-360-EXIT.
       7200-VARRER-EXCECOES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   EMPRESA LISTA OS BENEFICIARIOS FINAIS ATIVOS PELO CNPJ;     *
      *>   PESSOA FISICA LISTA AS EMPRESAS EM QUE E BENEFICIARIA PELA  *
      *>   CHAVE ALTERNATIVA DO CPF. PARTICIPACAO INDIRETA MOSTRA A    *
      *>   EMPRESA INTERMEDIARIA DA CADEIA                             *
      *----------------------------------------------------------------*
       7500-CADEIA-SOCIETARIA.
      *----------------------------------------------------------------*
           IF SEM-ARQUIVO-UBO
               GO TO 7500-CADEIA-SOCIETARIA-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-UBO.

           IF CLIENTE-PESSOA-JURIDICA
               IF CLIENTE_CNPJ = SPACES
                   GO TO 7500-CADEIA-SOCIETARIA-EXIT
               END-IF
               MOVE CLIENTE_CNPJ TO UBO_CNPJ
               MOVE LOW-VALUES   TO UBO_CPF
               START UBO-FILE
                   KEY IS NOT LESS THAN UBO-CHAVE
                   INVALID KEY
                       SET FIM-UBO TO TRUE
               END-START
           ELSE
               MOVE PED-CPF TO UBO_CPF
               START UBO-FILE
                   KEY IS EQUAL TO UBO_CPF
                   INVALID KEY
                       SET FIM-UBO TO TRUE
               END-START
           END-IF.

           PERFORM 7600-VARRER-UBO THRU 7600-VARRER-UBO-EXIT
               UNTIL FIM-UBO.
       7500-CADEIA-SOCIETARIA-EXIT.
           EXIT.

       7600-VARRER-UBO.
           READ UBO-FILE NEXT RECORD
               AT END
                   SET FIM-UBO TO TRUE
                   GO TO 7600-VARRER-UBO-EXIT
           END-READ.

           IF CLIENTE-PESSOA-JURIDICA
               IF UBO_CNPJ NOT = CLIENTE_CNPJ
                   SET FIM-UBO TO TRUE
                   GO TO 7600-VARRER-UBO-EXIT
               END-IF
           ELSE
               IF UBO_CPF NOT = PED-CPF
                   SET FIM-UBO TO TRUE
                   GO TO 7600-VARRER-UBO-EXIT
               END-IF
           END-IF.

           IF NOT UBO-ATIVO
               GO TO 7600-VARRER-UBO-EXIT
           END-IF.

           MOVE SPACES TO WRK-LINHA-SOCIO.
           IF CLIENTE-PESSOA-JURIDICA
               MOVE "  SOCIO UBO CPF " TO WRK-S-ROTULO
               CALL "CPF-MASCARA" USING UBO_CPF WRK-CPF-MASCARADO
               MOVE WRK-CPF-MASCARADO TO WRK-S-DOCUMENTO
               MOVE UBO_NOME          TO WRK-S-NOME
           ELSE
               MOVE "  PARTICIPA CNPJ " TO WRK-S-ROTULO
               MOVE UBO_CNPJ          TO WRK-S-DOCUMENTO
           END-IF.
           MOVE UBO_PERCENTUAL TO WRK-S-PERCENTUAL.
           EVALUATE TRUE
               WHEN UBO-DIRETO   MOVE "DIRETO"   TO WRK-S-TIPO
               WHEN UBO-INDIRETO MOVE "INDIRETO" TO WRK-S-TIPO
               WHEN UBO-GESTAO   MOVE "GESTAO"   TO WRK-S-TIPO
           END-EVALUATE.
           IF UBO-INDIRETO
               MOVE " VIA "      TO WRK-S-VIA-ROTULO
               MOVE UBO_CNPJ_VIA TO WRK-S-VIA
           END-IF.
           MOVE WRK-LINHA-SOCIO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       7600-VARRER-UBO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-CONTA-E-DO-CLIENTE.
      *----------------------------------------------------------------*
           CLOSE CONTA-FILE.
           CLOSE CLIENTE-TRANS-FILE.
           CLOSE RELATORIO-FILE.
           IF NOT SEM-ARQUIVO-UBO
               CLOSE UBO-FILE
           END-IF.

           DISPLAY "===== CONSULTA 360 DE CLIENTES =====".
           DISPLAY "PEDIDOS LIDOS........: " WRK-QTDE-PEDIDOS.
