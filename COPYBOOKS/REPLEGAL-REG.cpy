      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO CADASTRO DE REPRESENTACAO      <*
      *>                LEGAL DE MENORES (REPLEGAL): UM REGISTRO POR  <*
      *>                PAR MENOR/RESPONSAVEL, CHAVEADO PELOS DOIS    <*
      *>                CPFS, COM CHAVE ALTERNATIVA PELO CPF DO       <*
      *>                RESPONSAVEL PARA ACHAR OS MENORES QUE ELE     <*
      *>                REPRESENTA. O TIPO DIZ A ORIGEM DO PODER      <*
      *>                (PAIS, TUTELA OU GUARDA JUDICIAL) E TUTELA E  <*
      *>                GUARDA EXIGEM A REFERENCIA DO PROCESSO.       <*
      *>                MANTIDO POR REPLEGAL-MANUT.COB; EXIGIDO NO    <*
      *>                VINCULO DE MENOR A CONTA (CONTA-TITULAR.COB); <*
      *>                O RESPONSAVEL ATIVO ASSINA OS DEBITOS RETIDOS <*
      *>                DA CONTA DO MENOR (ALCADA-LIBERA.COB); A      <*
      *>                MAIORIDADE ENCERRA O REGISTRO (MENOR-         <*
      *>                MAIORIDADE.COB)                               <*
      *>                                                              <*
      *================================================================*

       01  REPLEGAL-REG.
           02  RPL-CHAVE.
               03 RPL_CPF_MENOR       PIC X(11).
               03 RPL_CPF_RESPONSAVEL PIC X(11).
           02  RPL_TIPO               PIC X(01).
               88 RPL-PAIS                VALUE "P".
               88 RPL-TUTELA              VALUE "T".
               88 RPL-GUARDA              VALUE "G".
               88 RPL-TIPO-VALIDO         VALUE "P" "T" "G".
               88 RPL-TIPO-JUDICIAL       VALUE "T" "G".
           02  RPL_REFERENCIA         PIC X(25).
           02  RPL_SITUACAO           PIC X(01).
               88 RPL-ATIVA               VALUE "A".
               88 RPL-ENCERRADA           VALUE "E".
           02  RPL_MOTIVO_FIM         PIC X(01).
               88 RPL-FIM-MAIORIDADE      VALUE "M".
               88 RPL-FIM-MANUAL          VALUE "X".
           02  RPL_DATA_INICIO        PIC 9(08).
           02  RPL_DATA_FIM           PIC 9(08).
           02  RPL_OPERADOR           PIC X(08).
