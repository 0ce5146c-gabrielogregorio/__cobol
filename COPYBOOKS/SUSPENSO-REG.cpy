      *>                (ACUMSUSP), ALIMENTADO PELA TRIAGEM DE        <*
      *>                DUPLICATAS (TRANSACAO-DUPLIC.COB) E PELA      <*
      *>                TRIAGEM DE VELOCIDADE (TRANSACAO-VELOCIDADE.  <*
      *>                COB), E TRABALHADO POR SUSPENSO-LIBERA.COB. O <*
      *>                MOTIVO DIZ QUAL REGRA RETEVE O LANCAMENTO. A  <*
      *>                SITUACAO GUARDA O CICLO: PENDENTE ATE O       <*
      *>                OPERADOR DECIDIR, LIBERADO QUANDO VOLTA AO    <*
      *>                MOVIMENTO, RECUSADO QUANDO CONFIRMADO         <*
      *>                INDEVIDO E ENCAMINHADO QUANDO O RECUSADO DE   <*
      *>                VELOCIDADE JA VIROU CASO EM                   <*
      *>                COAF-CONSOLIDA.COB. SUSP_DATA E O DIA EM QUE  <*
      *>                O LANCAMENTO FOI RETIDO, USADO PELO RELATORIO <*
      *>                DE ENVELHECIMENTO DAS FILAS (FILA-IDADE.COB); <*
      *>                REGISTRO ANTERIOR AO CAMPO ENTRA SEM DATA E   <*
      *>                SAI NA FAIXA PROPRIA DO RELATORIO. A TRIAGEM  <*
      *>                DE TOMADA DE CONTA (TRANSACAO-TOMADA.COB)     <*
      *>                TAMBEM RETEM AQUI, COM MOTIVO                 <*
      *>                TOMADA-END/TOMADA-PIX/TOMADA-CRT, O DEBITO    <*
      *>                GRANDE QUE AGUARDA A CONFIRMACAO DO CLIENTE   <*
      *>                POR CONTATO DE RETORNO                        <*
      *>                                                              <*
      *================================================================*

