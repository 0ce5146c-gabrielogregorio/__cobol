      *>                    TARIFA DE MANUTENCAO COBRAR EM DOBRO E OS <*
      *>                    RELATORIOS ATRIBUIREM O HISTORICO A QUEM  <*
      *>                    ORDENASSE PRIMEIRO                        <*
      *>   15/10/2026  GGS  MENOR DE 18 ANOS (IDADE-APURA.COB) SO E   <*
      *>                    VINCULADO A CONTA, COMO PRINCIPAL OU CO-  <*
      *>                    TITULAR, COM REPRESENTANTE LEGAL ATIVO EM <*
      *>                    REPLEGAL; SEM ELE O VINCULO VAI PARA      <*
      *>                    TITULEXC                                  <*

      *================================================================*
       ENVIRONMENT                                   DIVISION.
               RECORD KEY         IS TIT-CHAVE
               FILE STATUS        IS WRK-STATUS-TIT.

           SELECT REPLEGAL-FILE       ASSIGN TO "REPLEGAL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RPL-CHAVE
               ALTERNATE RECORD KEY IS RPL_CPF_RESPONSAVEL
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-RPL.

           SELECT EXCECAO-FILE        ASSIGN TO "TITULEXC"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-EXCEC.
       FD  TITULAR-FILE.
           COPY CONTA-TITULAR-REG.

       FD  REPLEGAL-FILE.
           COPY REPLEGAL-REG.

       FD  EXCECAO-FILE.
       01  EXCECAO-LINHA              PIC X(80).

       77  WRK-STATUS-CONTA       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-EXCEC       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RPL         PIC X(02) VALUE SPACES.
       77  WRK-FIM-VINC           PIC X(01) VALUE "N".
           88 FIM-VINC                VALUE "S".

       77  WRK-TEM-PRINCIPAL      PIC X(01) VALUE "N".
           88 TEM-PRINCIPAL           VALUE "S".

      *----------------------------------------------------------------*
      *>   MENOR DE 18 ANOS SO E VINCULADO COM REPRESENTANTE LEGAL     *
      *>   ATIVO EM REPLEGAL (IDADE PELA MESMA REGRA DE IDADE-APURA)   *
      *----------------------------------------------------------------*
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.
       77  WRK-MAIORIDADE         PIC 9(03) VALUE 18.
       77  WRK-REPLEGAL-ABERTO    PIC X(01) VALUE "N".
           88 REPLEGAL-ABERTO         VALUE "S".
       77  WRK-TEM-REPRESENTANTE  PIC X(01) VALUE "N".
           88 TEM-REPRESENTANTE       VALUE "S".
       77  WRK-FIM-RPL            PIC X(01) VALUE "N".
           88 FIM-RPL                 VALUE "S".
       77  WRK-QTDE-MENOR-SEM-REP PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-EXCECAO.
           02 FILLER               PIC X(07) VALUE "CONTA: ".
           02 WRK-EXC-CONTA        PIC 9(08).
           OPEN INPUT  CONTA-FILE.
           OPEN OUTPUT EXCECAO-FILE.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT REPLEGAL-FILE.
           IF WRK-STATUS-RPL = "00"
               SET REPLEGAL-ABERTO TO TRUE
           END-IF.

           OPEN I-O   TITULAR-FILE.
           IF WRK-STATUS-TIT = "35"
               CLOSE TITULAR-FILE
                   GO TO 3000-VINCULAR-TITULAR-EXIT
           END-READ.

           IF CLIENTE-PESSOA-FISICA
               CALL "IDADE-APURA" USING DATANASC WRK-DATA-HOJE
                   WRK-IDADE
               IF WRK-IDADE < WRK-MAIORIDADE
                   PERFORM 3300-PROCURAR-REPRESENTANTE
                       THRU 3300-PROCURAR-REPRESENTANTE-EXIT
                   IF NOT TEM-REPRESENTANTE
                       ADD 1 TO WRK-QTDE-MENOR-SEM-REP
                       MOVE "MENOR SEM REPRESENTANTE LEGAL ATIVO"
                           TO WRK-EXC-MOTIVO
                       PERFORM 4000-GRAVAR-EXCECAO
                           THRU 4000-GRAVAR-EXCECAO-EXIT
                       GO TO 3000-VINCULAR-TITULAR-EXIT
                   END-IF
               END-IF
           END-IF.

           IF VINC-TIPO = "P"
               PERFORM 3500-PROCURAR-PRINCIPAL
                   THRU 3500-PROCURAR-PRINCIPAL-EXIT
       3000-VINCULAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VARRE AS REPRESENTACOES DO MENOR (CHAVE COMECA PELO CPF DO  *
      *>   MENOR) A PROCURA DE UMA ATIVA; SEM REPLEGAL NAO HA NENHUMA  *
      *----------------------------------------------------------------*
       3300-PROCURAR-REPRESENTANTE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-TEM-REPRESENTANTE.
           MOVE "N" TO WRK-FIM-RPL.

           IF NOT REPLEGAL-ABERTO
               GO TO 3300-PROCURAR-REPRESENTANTE-EXIT
           END-IF.

           MOVE VINC-CPF   TO RPL_CPF_MENOR.
           MOVE LOW-VALUES TO RPL_CPF_RESPONSAVEL.
           START REPLEGAL-FILE KEY NOT < RPL-CHAVE
               INVALID KEY
                   SET FIM-RPL TO TRUE
           END-START.

           PERFORM 3400-LER-REPRESENTACAO
               THRU 3400-LER-REPRESENTACAO-EXIT
               UNTIL FIM-RPL.
       3300-PROCURAR-REPRESENTANTE-EXIT.
           EXIT.

       3400-LER-REPRESENTACAO.
           READ REPLEGAL-FILE NEXT RECORD.
           IF WRK-STATUS-RPL NOT = "00"
               OR RPL_CPF_MENOR NOT = VINC-CPF
               SET FIM-RPL TO TRUE
               GO TO 3400-LER-REPRESENTACAO-EXIT
           END-IF.
           IF RPL-ATIVA
               SET TEM-REPRESENTANTE TO TRUE
               SET FIM-RPL TO TRUE
           END-IF.
       3400-LER-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   VARRE OS VINCULOS JA GRAVADOS DA CONTA A PROCURA DE UM      *
      *>   TITULAR PRINCIPAL: SO PODE HAVER UM POR CONTA               *
           CLOSE CONTA-FILE.
           CLOSE TITULAR-FILE.
           CLOSE EXCECAO-FILE.
           IF REPLEGAL-ABERTO
               CLOSE REPLEGAL-FILE
           END-IF.

      *>   O MESTRE FOI REESCRITO: O SELO DE INTEGRIDADE (CONTAGEM E
      *>   HASH, ARQUIVO-SELO.COB) E REFEITO PARA OS LEITORES
           DISPLAY "VINCULOS GRAVADOS....: " WRK-QTDE-VINCULADOS.
           DISPLAY "VINCULOS EXCLUIDOS...: " WRK-QTDE-DESVINCULADOS.
           DISPLAY "VINCULOS REJEITADOS..: " WRK-QTDE-REJEITADOS.
           DISPLAY "  MENOR SEM REPRESENT: " WRK-QTDE-MENOR-SEM-REP.
       9000-FINALIZAR-EXIT.
           EXIT.
