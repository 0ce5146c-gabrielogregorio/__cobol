      *>                    O REINVOCA (REJUNCAO ANTES DO BALANCETE   <*
      *>                    E AFINS). SEM RAMOPARM E SEM PREDECESSOR, <*
      *>                    TUDO SE COMPORTA COMO A CADEIA DE SEMPRE  <*
      *>   15/10/2026  GGS  NOVOS STEPS GL-SALDO-ROLA (ROLA O MESTRE  <*
      *>                    DE SALDOS DO RAZAO GLSALDO COM O DIARIO   <*
      *>                    DO DIA) E GL-CONCILIA (CONTAS DE CONTROLE <*
      *>                    X SUBSISTEMAS) LOGO APOS DIARIO-CONCILIA, <*
      *>                    ANTES DA CERTIFICACAO                     <*
      *>   15/10/2026  GGS  NOVO STEP GL-MANUAL-APROVA (VISTO DO      <*
      *>                    SEGUNDO OPERADOR NAS NOTAS DE LANCAMENTO  <*
      *>                    MANUAL, QUE SO ENTAO VAO AO GLJORNAL)     <*
      *>                    LOGO APOS DIARIO-CONCILIA E ANTES DE      <*
      *>                    GL-SALDO-ROLA                             <*
      *>   15/10/2026  GGS  NOVO STEP CDB-APROPRIA (APROPRIACAO       <*
      *>                    DIARIA DOS JUROS DE CDB NO GLJORNAL) LOGO <*
      *>                    APOS GL-MANUAL-APROVA E ANTES DE          <*
      *>                    GL-SALDO-ROLA                             <*
      *>   15/10/2026  GGS  INCLUIDO NUMERARIO-FECHA APOS             <*
      *>                    TRANSACAO-ACUMULA (FECHAMENTO DE CAIXA E  <*
      *>                    COFRE)                                    <*
      *>   15/10/2026  GGS  INCLUIDO APLICAUT-VARRE ANTES DE          <*
      *>                    CDB-SERVICO (APLICACAO E RESGATE          <*
      *>                    AUTOMATICOS EM CDB)                       <*
      *>   15/10/2026  GGS  NOVOS STEPS RECLAMA-RESTITUI (CREDITO DAS <*
      *>                    RESTITUICOES DE RECLAMACOES APROVADAS)    <*
      *>                    APOS CARTAO-LIQUIDA E RECLAMA-PRAZO       <*
      *>                    (RECLAMACOES VENCIDAS E A VENCER NO DIA)  <*
      *>                    APOS FILA-IDADE                           <*
      *>   15/10/2026  GGS  INCLUIDO STEP INSIDER-VARRE APOS          <*
      *>                    REVERSAO-DECISAO                          <*
      *>   15/10/2026  GGS  INCLUIDO STEP CHEQUE-CIRANDA APOS         <*
      *>                    INSIDER-VARRE                             <*
      *>   15/10/2026  GGS  NOVO STEP TRANSACAO-TOMADA LOGO APOS A    <*
      *>                    TRIAGEM DE VELOCIDADE: RETEM EM ACUMSUSP  <*
      *>                    O DEBITO GRANDE EM CONTA DE CLIENTE COM   <*
      *>                    TROCA RECENTE DE ENDERECO, CHAVE PIX OU   <*
      *>                    CARTAO, ANTES DO ACUMULADOR               <*
      *>   15/10/2026  GGS  NOVO STEP TRANSMISSAO-CONFERE ANTES DE    <*
      *>                    ALERTA-RESUMO (ARQUIVOS NAO ENVIADOS,     <*
      *>                    ENVIADOS COM ATRASO OU SEM ACUSE)         <*
      *>   15/10/2026  GGS  STEP CONTINGENCIA-CONFERE: CONCILIA O LOG <*
      *>                    DE CONTINGENCIA COM O MOVIMENTO POSTADO   <*
      *>                    QUANDO O CICLO VOLTA                      <*
      *>   15/10/2026  GGS  STEP CONTA-REFERENCIA LOGO APOS           <*
      *>                    CONTA-TITULAR: MONTA A REFERENCIA CONTA X <*
      *>                    TITULAR CONTAREF LIDA PELOS PROGRAMAS     <*
      *>                    SEGUINTES                                 <*
      *>   15/10/2026  GGS  STEP CAMBIO-POSICAO APOS                  <*
      *>                    CONTA-POSICAO-MOEDA: CONTRATOS DE CAMBIO  <*
      *>                    DO DIA E POSICAO POR MOEDA                <*
      *>   15/10/2026  GGS  STEP CHESP-APURA ANTES DE                 <*
      *>                    CONTA-SALDO-SINAL: APURA O CHEQUE         <*
      *>                    ESPECIAL (MESA, VENCIMENTO, COBRANCA E    <*
      *>                    ACUMULO) ANTES DA TARIFA DE SALDO         <*
      *>                    NEGATIVO                                  <*
      *>   15/10/2026  GGS  STEP PROPOSTA-EFETIVA ANTES DE            <*
      *>                    CONTA-MASTER: TRIA E EFETIVA AS PROPOSTAS <*
      *>                    DE ABERTURA COMPLETAS; STEP               <*
      *>                    PROPOSTA-IDADE APOS FILA-IDADE:           <*
      *>                    ENVELHECIMENTO DAS PROPOSTAS AGUARDANDO   <*
      *>   15/10/2026  GGS  NOVO STEP GL-PARTIDA-LANCA APOS           <*
      *>                    CDB-APROPRIA E ANTES DE GL-SALDO-ROLA:    <*
      *>                    LEVA AO GLJORNAL AS PARTIDAS GUARDADAS EM <*
      *>                    GLPARTIDA PELOS PROGRAMAS QUE RODAM FORA  <*
      *>                    DA JANELA DO DIARIO (CHEQUE ESPECIAL,     <*
      *>                    SINISTRO DE SEGURO, PROVISAO E BAIXA PARA <*
      *>                    PREJUIZO)                                 <*
      *>   15/10/2026  GGS  CAPACIDADE DAS TABELAS DE STEPS (LISTA,   <*
      *>                    PREDECESSORES E CONCLUIDOS) SOBE PARA     <*
      *>                    WRK-MAX-STEPS (150), DEFINIDO UMA VEZ SO: <*
      *>                    A CADEIA MONTADA DE CADEIATAB JA PASSAVA  <*
      *>                    DO TAMANHO DA LISTA FIXA E PERDIA OS      <*
      *>                    ULTIMOS STEPS                             <*
      ******************************************************************

      *================================================================*
           88 NOITE-NOGO               VALUE "S".
       77  WRK-FIM-CADEIA          PIC X(01) VALUE "N".
           88 FIM-CADEIA               VALUE "S".
       77  WRK-QTDE-STEPS          PIC 9(03) VALUE 84.
       77  WRK-MAX-STEPS           PIC 9(03) VALUE 150.
       77  WRK-QTDE-FORA-DO-DIA    PIC 9(03) VALUE ZEROS.
       77  WRK-STEP-DEVIDO         PIC X(01) VALUE "N".
           88 STEP-DEVIDO              VALUE "S".
           88 PRED-PRONTO              VALUE "S".
       77  WRK-PRED-PROCURADO      PIC X(20) VALUE SPACES.
       01  WRK-TABELA-PREDS.
           02 WRK-STEP-PRED  OCCURS 150 TIMES PIC X(20).

       77  WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-SEMANA-HOJE     PIC 9(01) VALUE ZEROS.
           02 FILLER  PIC X(20) VALUE "CLIENTE-IDADE".
           02 FILLER  PIC X(20) VALUE "GENERO-SEGMENTO".
           02 FILLER  PIC X(20) VALUE "CLIENTE-EXTRATO".
           02 FILLER  PIC X(20) VALUE "PROPOSTA-EFETIVA".
           02 FILLER  PIC X(20) VALUE "CONTA-MASTER".
           02 FILLER  PIC X(20) VALUE "CONTA-TITULAR".
           02 FILLER  PIC X(20) VALUE "CONTA-REFERENCIA".
           02 FILLER  PIC X(20) VALUE "CAMBIO-CARGA".
           02 FILLER  PIC X(20) VALUE "TRANSCOD-CARGA".
           02 FILLER  PIC X(20) VALUE "FERIADO-REG-CARGA".
           02 FILLER  PIC X(20) VALUE "PLANO-CONCEDE".
           02 FILLER  PIC X(20) VALUE "PLANO-SERVICO".
           02 FILLER  PIC X(20) VALUE "PLANO-LIQUIDA".
           02 FILLER  PIC X(20) VALUE "APLICAUT-VARRE".
           02 FILLER  PIC X(20) VALUE "CDB-SERVICO".
           02 FILLER  PIC X(20) VALUE "CDB-VENCIMENTO".
           02 FILLER  PIC X(20) VALUE "CHEQUE-DEPOSITO".
           02 FILLER  PIC X(20) VALUE "COMPENSA-LIQUIDA".
           02 FILLER  PIC X(20) VALUE "CARTAO-AUTORIZA".
           02 FILLER  PIC X(20) VALUE "CARTAO-LIQUIDA".
           02 FILLER  PIC X(20) VALUE "RECLAMA-RESTITUI".
           02 FILLER  PIC X(20) VALUE "EXCECAO-REPROCESSA".
           02 FILLER  PIC X(20) VALUE "SUSPENSO-LIBERA".
           02 FILLER  PIC X(20) VALUE "ALCADA-LIBERA".
           02 FILLER  PIC X(20) VALUE "TRANSACAO-EDITA".
           02 FILLER  PIC X(20) VALUE "TRANSACAO-DUPLIC".
           02 FILLER  PIC X(20) VALUE "TRANSACAO-VELOCIDADE".
           02 FILLER  PIC X(20) VALUE "TRANSACAO-TOMADA".
           02 FILLER  PIC X(20) VALUE "TRANSACAO-ALCADA".
           02 FILLER  PIC X(20) VALUE "EDD-TRIAGEM".
           02 FILLER  PIC X(20) VALUE "COAF-CONSOLIDA".
           02 FILLER  PIC X(20) VALUE "TRANSACAO-ACUMULA".
           02 FILLER  PIC X(20) VALUE "NUMERARIO-FECHA".
           02 FILLER  PIC X(20) VALUE "CONTA-EXTRATO".
           02 FILLER  PIC X(20) VALUE "EXTRATO-PJ".
           02 FILLER  PIC X(20) VALUE "REVERSAO-APROVACAO".
           02 FILLER  PIC X(20) VALUE "REVERSAO-DECISAO".
           02 FILLER  PIC X(20) VALUE "INSIDER-VARRE".
           02 FILLER  PIC X(20) VALUE "CHEQUE-CIRANDA".
           02 FILLER  PIC X(20) VALUE "CHESP-APURA".
           02 FILLER  PIC X(20) VALUE "CONTA-SALDO-SINAL".
           02 FILLER  PIC X(20) VALUE "CONTA-NEGATIVA-DIAS".
           02 FILLER  PIC X(20) VALUE "BOLETO-GERA".
           02 FILLER  PIC X(20) VALUE "HISTORICO-CONCILIA".
           02 FILLER  PIC X(20) VALUE "CONTA-DORMENCIA".
           02 FILLER  PIC X(20) VALUE "CONTA-POSICAO-MOEDA".
           02 FILLER  PIC X(20) VALUE "CAMBIO-POSICAO".
           02 FILLER  PIC X(20) VALUE "FILA-IDADE".
           02 FILLER  PIC X(20) VALUE "PROPOSTA-IDADE".
           02 FILLER  PIC X(20) VALUE "RECLAMA-PRAZO".
           02 FILLER  PIC X(20) VALUE "DIARIO-CONTABIL".
           02 FILLER  PIC X(20) VALUE "DIARIO-CONCILIA".
           02 FILLER  PIC X(20) VALUE "GL-MANUAL-APROVA".
           02 FILLER  PIC X(20) VALUE "CDB-APROPRIA".
           02 FILLER  PIC X(20) VALUE "GL-PARTIDA-LANCA".
           02 FILLER  PIC X(20) VALUE "GL-SALDO-ROLA".
           02 FILLER  PIC X(20) VALUE "GL-CONCILIA".
           02 FILLER  PIC X(20) VALUE "CONTA-SNAPSHOT".
           02 FILLER  PIC X(20) VALUE "RELATORIO-CATALOGA".
           02 FILLER  PIC X(20) VALUE "ARQUIVO-EXPURGO".
           02 FILLER  PIC X(20) VALUE "TRANSMISSAO-CONFERE".
           02 FILLER  PIC X(20) VALUE "CONTINGENCIA-CONFERE".
           02 FILLER  PIC X(20) VALUE "ALERTA-RESUMO".
           02 FILLER  PIC X(20) VALUE "NOITE-CERTIFICA".
      *>   FOLGA ATE WRK-MAX-STEPS PARA A CADEIA MONTADA DE CADEIATAB
           02 FILLER  PIC X(1320) VALUE SPACES.
       01  WRK-TABELA-STEPS       REDEFINES WRK-LISTA-STEPS.
           02 WRK-STEP-NOME  OCCURS 150 TIMES
                              INDEXED BY WRK-STEP-IDX
                              PIC X(20).

      *----------------------------------------------------------------*
       77  WRK-MAX-CONCLUIDOS      PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-CONCLUIDOS.
           02 WRK-CONCLUIDO-NOME  OCCURS 150 TIMES
                                   INDEXED BY WRK-CONC-IDX
                                   PIC X(20).

           END-IF.

           IF STEP-DEVIDO
               IF WRK-QTDE-STEPS < WRK-MAX-STEPS
                   ADD 1 TO WRK-QTDE-STEPS
                   SET WRK-STEP-IDX TO WRK-QTDE-STEPS
                   MOVE CAD-STEP TO WRK-STEP-NOME (WRK-STEP-IDX)
      *----------------------------------------------------------------*
       1200-GUARDAR-CONCLUIDO.
      *----------------------------------------------------------------*
           IF WRK-MAX-CONCLUIDOS < WRK-MAX-STEPS
               ADD 1 TO WRK-MAX-CONCLUIDOS
               MOVE JCKP_STEP TO
                   WRK-CONCLUIDO-NOME (WRK-MAX-CONCLUIDOS)
