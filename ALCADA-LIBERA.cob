      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  RETIDO DE CONTA DE MENOR (REGRA M) SO E   <*
      *>                    APROVADO COM A ASSINATURA DE UM           <*
      *>                    REPRESENTANTE LEGAL ATIVO EM REPLEGAL DE  <*
      *>                    UM MENOR TITULAR DA CONTA                 <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               RECORD KEY         IS ASS-CHAVE
               FILE STATUS        IS WRK-STATUS-ASS.

           SELECT REPLEGAL-FILE       ASSIGN TO "REPLEGAL"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS RPL-CHAVE
               ALTERNATE RECORD KEY IS RPL_CPF_RESPONSAVEL
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-RPL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
       FD  ASSINANTE-FILE.
           COPY ASSINANTE-REG.

       FD  REPLEGAL-FILE.
           COPY REPLEGAL-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
      *----------------------------------------------------------------*
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-TIT         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ASS         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-RPL         PIC X(02) VALUE SPACES.
       77  WRK-FIM-RPL            PIC X(01) VALUE "N".
           88 FIM-RPL                 VALUE "S".
       77  WRK-REPLEGAL-ABERTO    PIC X(01) VALUE "N".
           88 REPLEGAL-ABERTO         VALUE "S".

       77  WRK-FIM-DEC            PIC X(01) VALUE "N".
           88 FIM-DEC                 VALUE "S".

           OPEN INPUT TITULAR-FILE.
           OPEN INPUT ASSINANTE-FILE.
           OPEN INPUT REPLEGAL-FILE.
           IF WRK-STATUS-RPL = "00"
               SET REPLEGAL-ABERTO TO TRUE
           END-IF.

           IF NOT FIM-ALC
               PERFORM 2100-LER-RETIDO THRU 2100-LER-RETIDO-EXIT
                               END-IF
                           END-IF
                   END-READ
               WHEN ALC-MOT-MENOR
                   PERFORM 5500-VALIDAR-REPRESENTANTE
                       THRU 5500-VALIDAR-REPRESENTANTE-EXIT
                   IF NOT ASSINATURA-VALIDA
                       DISPLAY "ASSINATURA RECUSADA, CPF NAO E "
                           "REPRESENTANTE LEGAL ATIVO DE TITULAR DA "
                           "CONTA: " WRK-DEC-CPF
                   END-IF
               WHEN OTHER
                   DISPLAY "RETIDO COM MOTIVO DESCONHECIDO: "
                       ALC_NUMERO
       5000-VALIDAR-ASSINATURA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   CONTA DE MENOR: O CPF QUE ASSINA TEM DE SER REPRESENTANTE  *
      *>   LEGAL ATIVO (REPLEGAL, PELA CHAVE DO RESPONSAVEL) DE UM    *
      *>   MENOR QUE SEJA TITULAR DA PROPRIA CONTA RETIDA             *
      *----------------------------------------------------------------*
       5500-VALIDAR-REPRESENTANTE.
      *----------------------------------------------------------------*
           MOVE "N" TO WRK-FIM-RPL.

           IF NOT REPLEGAL-ABERTO
               GO TO 5500-VALIDAR-REPRESENTANTE-EXIT
           END-IF.

           MOVE WRK-DEC-CPF TO RPL_CPF_RESPONSAVEL.
           START REPLEGAL-FILE KEY = RPL_CPF_RESPONSAVEL
               INVALID KEY
                   SET FIM-RPL TO TRUE
           END-START.

           PERFORM 5600-LER-REPRESENTACAO
               THRU 5600-LER-REPRESENTACAO-EXIT
               UNTIL FIM-RPL.
       5500-VALIDAR-REPRESENTANTE-EXIT.
           EXIT.

       5600-LER-REPRESENTACAO.
           READ REPLEGAL-FILE NEXT RECORD.
           IF WRK-STATUS-RPL NOT = "00"
               OR RPL_CPF_RESPONSAVEL NOT = WRK-DEC-CPF
               SET FIM-RPL TO TRUE
               GO TO 5600-LER-REPRESENTACAO-EXIT
           END-IF.

           IF NOT RPL-ATIVA
               GO TO 5600-LER-REPRESENTACAO-EXIT
           END-IF.

           MOVE ALC_CONTA     TO TIT_CONTA.
           MOVE RPL_CPF_MENOR TO TIT_CPF.
           READ TITULAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ASSINATURA-VALIDA TO TRUE
                   SET FIM-RPL TO TRUE
           END-READ.
       5600-LER-REPRESENTACAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   ALCPEND E REESCRITO COM AS SITUACOES ATUALIZADAS (VIA O    *
      *>   ARQUIVO DE TRABALHO ALCWRK), MESMO IDIOMA DE REESCRITA DE  *
           CLOSE TRANSACAO-FILE.
           CLOSE TITULAR-FILE.
           CLOSE ASSINANTE-FILE.
           IF REPLEGAL-ABERTO
               CLOSE REPLEGAL-FILE
           END-IF.

           OPEN INPUT TRABALHO-FILE.
           OPEN OUTPUT ALCADA-FILE.
