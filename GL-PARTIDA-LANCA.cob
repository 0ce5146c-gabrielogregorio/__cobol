      *================================================================*
       IDENTIFICATION                                DIVISION.
      *================================================================*
       PROGRAM-ID. GL-PARTIDA-LANCA.

      *************************DOCUMENTACAO*****************************
      ******************************************************************
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LEVA AO DIARIO GLJORNAL AS PARTIDAS            <*
      *>                BALANCEADAS GUARDADAS EM GLPARTIDA PELOS      <*
      *>                PROGRAMAS QUE MEXEM EM SALDO FORA DO          <*
      *>                MOVIMENTO ACUMTRANS: CHESP-APURA.COB (JUROS E <*
      *>                IOF DO CHEQUE ESPECIAL, CHEJ E CHEI),         <*
      *>                SEGURO-SINISTRO.COB (QUITACAO DO PLANO,       <*
      *>                SGSN), PROVISAO-CALCULA.COB (PDDC E PDDR),    <*
      *>                PREJUIZO-BAIXA.COB (BXPL),                    <*
      *>                CONTA-SALDO-SINAL.COB (TAXA DE SALDO          <*
      *>                NEGATIVO, OVDF), CONTA-JUROS.COB (JRSC E      <*
      *>                JRSD), TARIFA-MENSAL.COB (TARF),              <*
      *>                POUPANCA-ANIVERSARIO.COB (POUP),              <*
      *>                JUROS-RETROAJUSTE.COB (JRAC E JRAD),          <*
      *>                REVERSAO-DECISAO.COB (REVC E REVD),           <*
      *>                CONTA-REAVALIA.COB (REAG E REAP),             <*
      *>                PLANO-CONCEDE.COB (PLANO DE RENEGOCIACAO OU   <*
      *>                DE CONSIGNADO, PLNR E PLNC) E                 <*
      *>                COBRANCA-RETORNO.COB (BAIXA DO PLANO          <*
      *>                RENEGOCIADO, PLNB). OS DE ROTINA MENSAL OU    <*
      *>                SOB DEMANDA SAO ENCAIXADOS PELA OPERACAO NA   <*
      *>                CADEIATAB ANTES DESTE STEP, PARA QUE AS       <*
      *>                PARTIDAS ENTREM NO SALDO DO MESMO DIA.        <*
      *>                DIARIO-CONTABIL.COB REFAZ O GLJORNAL A PARTIR <*
      *>                DE ACUMTRANS E APAGARIA PARTIDAS GRAVADAS     <*
      *>                ANTES DELE; GRAVADAS ENTRE ELE E              <*
      *>                DIARIO-CONCILIA, SAIRIAM COMO DIVERGENCIA;    <*
      *>                DEPOIS DE GL-SALDO-ROLA, FICARIAM FORA DO     <*
      *>                SALDO. RODA NA CADEIA NOTURNA DEPOIS DE       <*
      *>                DIARIO-CONCILIA (QUE CONFERE O DIARIO CONTRA  <*
      *>                O MOVIMENTO) E ANTES DE GL-SALDO-ROLA, COM A  <*
      *>                DATA DE HOJE NAS PARTIDAS, PARA QUE ENTREM NO <*
      *>                SALDO DO DIA. O ARQUIVO E CONFERIDO ANTES     <*
      *>                (TOTAL DE DEBITOS = TOTAL DE CREDITOS):       <*
      *>                DESBALANCEADO, NADA E LANCADO, GLPARTIDA FICA <*
      *>                COMO ESTA E O RETURN-CODE SAI 8. LANCADO,     <*
      *>                GLPARTIDA E ESVAZIADO PARA OS PROXIMOS        <*
      *>                PROGRAMAS                                     <*
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
           SELECT PARTIDA-FILE        ASSIGN TO "GLPARTIDA"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-PART.

           SELECT JORNAL-FILE         ASSIGN TO "GLJORNAL"
               ORGANIZATION       IS LINE SEQUENTIAL
               FILE STATUS        IS WRK-STATUS-JORNAL.

      *================================================================*
       DATA                                          DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
       FD  PARTIDA-FILE.
       01  PARTIDA-REG.
           02 PGL_DATA            PIC 9(08).
           02 PGL_CONTA_GL        PIC 9(08).
           02 PGL_DC              PIC X(01).
           02 PGL_VALOR           PIC 9(09)V99.
           02 PGL_CODIGO          PIC X(04).
           02 PGL_CONTA_ORIGEM    PIC 9(08).

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
       77  WRK-STATUS-PART        PIC X(02) VALUE SPACES.
       77  WRK-STATUS-JORNAL      PIC X(02) VALUE SPACES.

       77  WRK-FIM-PART           PIC X(01) VALUE "N".
           88 FIM-PART                VALUE "S".
       77  WRK-LANCAMENTO         PIC X(01) VALUE "N".
           88 LANCAMENTO-LIBERADO     VALUE "S".

       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77  WRK-QTDE-PARTIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-LANCADAS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE-INVALIDAS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS     PIC 9(13)V99 VALUE ZEROS.

      *================================================================*
       PROCEDURE                                     DIVISION.
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR       THRU 1000-INICIALIZAR-EXIT.
           IF LANCAMENTO-LIBERADO
               PERFORM 2000-LANCAR-PARTIDA
                   THRU 2000-LANCAR-PARTIDA-EXIT
                   UNTIL FIM-PART
               PERFORM 3000-ESVAZIAR      THRU 3000-ESVAZIAR-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR         THRU 9000-FINALIZAR-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      *>   SEM GLPARTIDA (OU VAZIO) NAO HA O QUE LANCAR: O STEP        *
      *>   TERMINA LIMPO. O ARQUIVO E LIDO UMA VEZ SO PARA A           *
      *>   CONFERENCIA DO BALANCEAMENTO E REABERTO PARA O LANCAMENTO   *
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
      *----------------------------------------------------------------*
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT PARTIDA-FILE.
           IF WRK-STATUS-PART NOT = "00"
               SET FIM-PART TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1100-CONFERIR-PARTIDA
               THRU 1100-CONFERIR-PARTIDA-EXIT
               UNTIL FIM-PART.
           CLOSE PARTIDA-FILE.

           IF WRK-QTDE-PARTIDAS = ZEROS
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF WRK-QTDE-INVALIDAS > ZEROS
               OR WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               DISPLAY "GL-PARTIDA-LANCA: GLPARTIDA DESBALANCEADO OU "
                   "COM PARTIDA INVALIDA - NADA LANCADO NO DIARIO"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN EXTEND JORNAL-FILE.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-STATUS-JORNAL NOT = "00"
               DISPLAY "GL-PARTIDA-LANCA: GLJORNAL INDISPONIVEL, "
                   "STATUS " WRK-STATUS-JORNAL
                   " - NADA LANCADO NO DIARIO"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-PART.
           OPEN INPUT PARTIDA-FILE.
           SET LANCAMENTO-LIBERADO TO TRUE.
           PERFORM 2100-LER-PARTIDA THRU 2100-LER-PARTIDA-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CONFERIR-PARTIDA.
      *----------------------------------------------------------------*
           PERFORM 2100-LER-PARTIDA THRU 2100-LER-PARTIDA-EXIT.
           IF FIM-PART
               GO TO 1100-CONFERIR-PARTIDA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARTIDAS.

           IF PGL_VALOR IS NOT NUMERIC
               OR PGL_CONTA_GL IS NOT NUMERIC
               ADD 1 TO WRK-QTDE-INVALIDAS
               GO TO 1100-CONFERIR-PARTIDA-EXIT
           END-IF.
           EVALUATE PGL_DC
               WHEN "D"
                   ADD PGL_VALOR TO WRK-TOTAL-DEBITOS
               WHEN "C"
                   ADD PGL_VALOR TO WRK-TOTAL-CREDITOS
               WHEN OTHER
                   ADD 1 TO WRK-QTDE-INVALIDAS
           END-EVALUATE.
       1100-CONFERIR-PARTIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   A PARTIDA ENTRA NO DIARIO COMO VEIO, COM A DATA DE HOJE     *
      *----------------------------------------------------------------*
       2000-LANCAR-PARTIDA.
      *----------------------------------------------------------------*
           MOVE PARTIDA-REG   TO JORNAL-REG.
           MOVE WRK-DATA-HOJE TO GLJ_DATA.
           WRITE JORNAL-REG.
           ADD 1 TO WRK-QTDE-LANCADAS.

           PERFORM 2100-LER-PARTIDA THRU 2100-LER-PARTIDA-EXIT.
       2000-LANCAR-PARTIDA-EXIT.
           EXIT.

       2100-LER-PARTIDA.
           READ PARTIDA-FILE.
           IF WRK-STATUS-PART NOT = "00"
               SET FIM-PART TO TRUE
           END-IF.
       2100-LER-PARTIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *>   LANCADO, O ARQUIVO E ESVAZIADO PARA A PROXIMA RODADA NAO    *
      *>   LANCAR AS MESMAS PARTIDAS DE NOVO                           *
      *----------------------------------------------------------------*
       3000-ESVAZIAR.
      *----------------------------------------------------------------*
           CLOSE PARTIDA-FILE.
           OPEN OUTPUT PARTIDA-FILE.
           CLOSE PARTIDA-FILE.
           CLOSE JORNAL-FILE.
       3000-ESVAZIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.
      *----------------------------------------------------------------*
           DISPLAY "===== PARTIDAS GUARDADAS - LANCAMENTO =====".
           DISPLAY "PARTIDAS EM GLPARTIDA: " WRK-QTDE-PARTIDAS.
           DISPLAY "PARTIDAS INVALIDAS...: " WRK-QTDE-INVALIDAS.
           DISPLAY "PARTIDAS NO DIARIO...: " WRK-QTDE-LANCADAS.
           DISPLAY "TOTAL DE DEBITOS.....: " WRK-TOTAL-DEBITOS.
           DISPLAY "TOTAL DE CREDITOS....: " WRK-TOTAL-CREDITOS.
       9000-FINALIZAR-EXIT.
           EXIT.
