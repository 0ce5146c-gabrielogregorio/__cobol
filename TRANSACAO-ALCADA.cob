      ******************************************************************
      ******************************************************************

      *----------------------------------------------------------------*
      *>   HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *>   15/10/2026  GGS  DEBITO DE CONTA CUJO TITULAR PRINCIPAL E  <*
      *>                    MENOR DE 18 ANOS (IDADE-APURA.COB) ACIMA  <*
      *>                    DO TETO ALCADAMENO (PADRAO 500,00) E      <*
      *>                    RETIDO COM A REGRA M, PARA ASSINATURA DO  <*
      *>                    REPRESENTANTE LEGAL EM ALCADA-LIBERA.COB  <*
      *>   15/10/2026  GGS  A REGRA DE ALCADA DA CONTA (C, J OU M)    <*
      *>                    PASSA A SER APURADA POR LEITURA DIRETA DA <*
      *>                    REFERENCIA CONTAREF                       <*
      *>                    (CONTA-REFERENCIA.COB), CONFERIDA PELO    <*
      *>                    SELO, EM VEZ DA TABELA DE 2000 CONTAS     <*
      *>                    MONTADA DE CONTATIT MAIS CLIMAST          <*
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                   DIVISION.
      *================================================================*
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-ALC.

           SELECT REFERENCIA-FILE     ASSIGN TO "CONTAREF"
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS RANDOM
               RECORD KEY         IS REF_CONTA
               ALTERNATE RECORD KEY IS REF_CPF
                   WITH DUPLICATES
               FILE STATUS        IS WRK-STATUS-REF.

      *================================================================*
       DATA                                          DIVISION.
       FD  ALCADA-FILE.
           COPY ALCADA-REG.

       FD  REFERENCIA-FILE.
           COPY CONTAREF-REG.

      *----------------------------------------------------------------*
       WORKING-STORAGE                                        SECTION.
       77  WRK-STATUS-TRANS       PIC X(02) VALUE SPACES.
       77  WRK-STATUS-DEP         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-ALC         PIC X(02) VALUE SPACES.
       77  WRK-STATUS-REF         PIC X(02) VALUE SPACES.

       77  WRK-FIM-TRANS          PIC X(01) VALUE "N".
           88 FIM-TRANS               VALUE "S".
       77  WRK-FIM-DEP            PIC X(01) VALUE "N".
           88 FIM-DEP                 VALUE "S".
       77  WRK-SEM-REFERENCIA     PIC X(01) VALUE "N".
           88 SEM-REFERENCIA          VALUE "S".

       77  WRK-QTDE-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LIVRES        PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-RETIDAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-SOB-REGRA     PIC 9(07) VALUE ZEROS.

       77  WRK-PROXIMO-NUMERO     PIC 9(07) VALUE ZEROS.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
       77  WRK-TETO-CONJUNTA      PIC 9(09)V99 VALUE 5000.00.
       77  WRK-TETO-PJ            PIC 9(09)V99 VALUE 20000.00.
       77  WRK-TETO-MENOR         PIC 9(09)V99 VALUE 500.00.

       77  WRK-PARM-NOME          PIC X(10) VALUE SPACES.
       01  WRK-PARM-VALOR         PIC X(20) VALUE SPACES.
           88 PARM-ACHADO             VALUE "S".

      *----------------------------------------------------------------*
      *>   REGRA DA CONTA, APURADA NA REFERENCIA CONTAREF: REGRA C =  *
      *>   CONJUNTA (SEGUNDO TITULAR ASSINA), REGRA J = PESSOA        *
      *>   JURIDICA (ASSINANTE DE ASSMST ASSINA), REGRA M = TITULAR   *
      *>   PRINCIPAL MENOR DE IDADE (O REPRESENTANTE LEGAL ATIVO DE   *
      *>   REPLEGAL ASSINA)                                           *
      *----------------------------------------------------------------*
       77  WRK-ALC-ACHADA         PIC X(01) VALUE "N".
           88 CONTA-SOB-ALCADA        VALUE "S".
       77  WRK-ALC-REGRA          PIC X(01) VALUE SPACE.
       77  WRK-IDADE              PIC 9(03) VALUE ZEROS.
       77  WRK-MAIORIDADE         PIC 9(03) VALUE 18.

       77  WRK-SELO-FUNCAO        PIC X(01) VALUE SPACE.
       77  WRK-SELO-ARQUIVO       PIC X(08) VALUE SPACES.
       77  WRK-SELO-RESULTADO     PIC X(01) VALUE SPACE.
           88 SELO-DIVERGIU           VALUE "N".

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 0500-CONFERIR-SELO     THRU 0500-CONFERIR-SELO-EXIT.
           IF SELO-DIVERGIU
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-TRIAR-TRANS
               THRU 2000-TRIAR-TRANS-EXIT
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   A REGRA DE ALCADA DEPENDE DA REFERENCIA CONTAREF: ANTES DE  *
      *>   CONFIAR NELA, O SELO DE INTEGRIDADE (ARQUIVO-SELO.COB) E    *
      *>   CONFERIDO, E UMA REFERENCIA TRUNCADA INTERROMPE A TRIAGEM   *
      *>   SEM MEXER NO MOVIMENTO                                      *
      *----------------------------------------------------------------*
       0500-CONFERIR-SELO.
      *----------------------------------------------------------------*
           MOVE "C" TO WRK-SELO-FUNCAO.
           MOVE "CONTAREF" TO WRK-SELO-ARQUIVO.
           CALL "ARQUIVO-SELO" USING WRK-SELO-FUNCAO
               WRK-SELO-ARQUIVO WRK-SELO-RESULTADO.
           IF SELO-DIVERGIU
               DISPLAY "ALCD-SELO-12 REFERENCIA CONTAREF NAO CONFERE "
                   "COM O SELO - PROCESSAMENTO INTERROMPIDO"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0500-CONFERIR-SELO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
               MOVE WRK-PARM-VALOR11 TO WRK-TETO-PJ
           END-IF.

           MOVE "ALCADAMENO" TO WRK-PARM-NOME.
           MOVE SPACES TO WRK-PARM-VALOR.
           CALL "PARAMETRO-LE" USING WRK-PARM-NOME WRK-DATA-HOJE
               WRK-PARM-VALOR WRK-PARM-ACHADO.
           IF PARM-ACHADO
               AND WRK-PARM-VALOR (1:11) IS NUMERIC
               AND WRK-PARM-VALOR11 NOT = ZEROS
               MOVE WRK-PARM-VALOR11 TO WRK-TETO-MENOR
           END-IF.

           PERFORM 1100-OBTER-PROXIMO-NUMERO
               THRU 1100-OBTER-PROXIMO-NUMERO-EXIT.

           OPEN INPUT REFERENCIA-FILE.
           IF WRK-STATUS-REF NOT = "00"
               SET SEM-REFERENCIA TO TRUE
           END-IF.

           OPEN INPUT TRANSACAO-FILE.
           IF WRK-STATUS-TRANS NOT = "00"
       1150-LER-ALCADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-TRIAR-TRANS.
      *----------------------------------------------------------------*
       2100-LER-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A REGRA PJ PREVALECE SOBRE A CONJUNTA: CONTA PJ COM        *
      *>   CO-TITULAR EXIGE ASSINANTE COM PODER, NAO SO UM SEGUNDO    *
      *>   TITULAR. CONTA DE MENOR VEM EM SEGUIDA: QUEM ASSINA E O    *
      *>   REPRESENTANTE LEGAL, AINDA QUE HAJA CO-TITULAR             *
      *----------------------------------------------------------------*
       3000-AVALIAR-ALCADA.
      *----------------------------------------------------------------*
           MOVE SPACE TO WRK-ALC-REGRA.

           IF TRANS_TIPO NOT = "D"
               OR SEM-REFERENCIA
               GO TO 3000-AVALIAR-ALCADA-EXIT
           END-IF.

           MOVE TRANS_CONTA TO REF_CONTA.
           READ REFERENCIA-FILE
               INVALID KEY
                   GO TO 3000-AVALIAR-ALCADA-EXIT
           END-READ.

           IF REF-CADASTRO-OK
               IF REF-PESSOA-JURIDICA
                   MOVE "J" TO WRK-ALC-REGRA
               ELSE
                   CALL "IDADE-APURA" USING REF_DATANASC
                       WRK-DATA-HOJE WRK-IDADE
                   IF WRK-IDADE < WRK-MAIORIDADE
                       MOVE "M" TO WRK-ALC-REGRA
                   END-IF
               END-IF
           END-IF.

           IF WRK-ALC-REGRA = SPACE
               AND REF_QTDE_COTITULARES > ZEROS
               MOVE "C" TO WRK-ALC-REGRA
           END-IF.

           IF WRK-ALC-REGRA NOT = SPACE
               ADD 1 TO WRK-QTDE-SOB-REGRA
           END-IF.

           EVALUATE TRUE
               WHEN WRK-ALC-REGRA = "C"
               WHEN WRK-ALC-REGRA = "J"
                   AND TRANS_VALOR > WRK-TETO-PJ
                   SET CONTA-SOB-ALCADA TO TRUE
               WHEN WRK-ALC-REGRA = "M"
                   AND TRANS_VALOR > WRK-TETO-MENOR
                   SET CONTA-SOB-ALCADA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE TRANSACAO-FILE.
           CLOSE DEPURADO-FILE.
           CLOSE ALCADA-FILE.
           IF NOT SEM-REFERENCIA
               CLOSE REFERENCIA-FILE
           END-IF.

           OPEN INPUT DEPURADO-FILE.
           OPEN OUTPUT TRANSACAO-FILE.
           DISPLAY "LANCAMENTOS LIDOS....: " WRK-QTDE-LIDAS.
           DISPLAY "SEGUIRAM NO MOVIMENTO: " WRK-QTDE-LIVRES.
           DISPLAY "RETIDOS POR ALCADA...: " WRK-QTDE-RETIDAS.
           DISPLAY "DEBITOS SOB REGRA....: " WRK-QTDE-SOB-REGRA.
       9000-FINALIZAR-EXIT.
           EXIT.
