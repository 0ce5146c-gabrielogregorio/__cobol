      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE LANCAMENTOS MANUAIS  <*
      *>                DO RAZAO (GLMANMST): CADA NOTA DE LANCAMENTO  <*
      *>                TEM NUMERO PROPRIO; A LINHA 000 E O CABECALHO <*
      *>                (SITUACAO, QUEM DIGITOU E QUANDO, QUEM        <*
      *>                DECIDIU E QUANDO, TOTAL E HISTORICO) E AS     <*
      *>                LINHAS 001 EM DIANTE SAO AS PARTIDAS (CONTA   <*
      *>                DE RAZAO, D/C, VALOR). GRAVADO PELA DIGITACAO <*
      *>                (GL-MANUAL-ENTRA.COB), DECIDIDO PELO SEGUNDO  <*
      *>                OPERADOR (GL-MANUAL-APROVA.COB, QUE SO ENTAO  <*
      *>                LANCA EM GLJORNAL) E LISTADO NO RELATORIO     <*
      *>                MENSAL (GL-MANUAL-RELATORIO.COB). NENHUMA     <*
      *>                NOTA E EXCLUIDA: A NEGADA FICA COMO HISTORICO <*
      *>                                                              <*
      *================================================================*

       01  GLMANUAL-REG.
           02  GLM-CHAVE.
               03 GLM_NUMERO          PIC 9(07).
               03 GLM_LINHA           PIC 9(03).
           02  GLM_DADOS              PIC X(80).
           02  GLM-CABECALHO REDEFINES GLM_DADOS.
               03 GLM_SITUACAO        PIC X(01).
                   88 GLM-PENDENTE        VALUE "P".
                   88 GLM-LANCADO         VALUE "L".
                   88 GLM-NEGADO          VALUE "N".
               03 GLM_DATA_ENTRADA    PIC 9(08).
               03 GLM_OPER_ENTRADA    PIC X(08).
               03 GLM_DATA_DECISAO    PIC 9(08).
               03 GLM_OPER_APROV      PIC X(08).
               03 GLM_QTDE_LINHAS     PIC 9(03).
               03 GLM_TOTAL           PIC 9(11)V99.
               03 GLM_HISTORICO       PIC X(30).
               03 FILLER              PIC X(01).
           02  GLM-PARTIDA REDEFINES GLM_DADOS.
               03 GLM_CONTA_GL        PIC 9(08).
               03 GLM_DC              PIC X(01).
               03 GLM_VALOR           PIC 9(09)V99.
               03 GLM_HIST_LINHA      PIC X(30).
               03 FILLER              PIC X(30).
