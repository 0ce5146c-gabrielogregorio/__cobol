      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DA FILA DE REVISAO DE COMPLIANCE  <*
      *>                DA TRIAGEM DE SANCOES (SANCFILA): UMA         <*
      *>                OCORRENCIA POR CLIENTE + ORIGEM DO NOME (C    <*
      *>                PROPRIO CLIENTE, U BENEFICIARIO FINAL, A      <*
      *>                ASSINANTE DE CONTA) + DOCUMENTO DA PESSOA +   <*
      *>                ENTRADA DA LISTA. GRAVADA PENDENTE POR        <*
      *>                SANCAO-TRIAGEM.COB E DECIDIDA POR SANCAO-     <*
      *>                DECISAO.COB: CONFIRMADA BLOQUEIA O CLIENTE,   <*
      *>                FALSO POSITIVO FICA GRAVADO PARA A MESMA      <*
      *>                DUPLA NOME/ENTRADA NAO VOLTAR A FILA          <*
      *>                                                              <*
      *================================================================*

       01  SANCFILA-REG.
           02  SFL-CHAVE.
               03 SFL_CLIENTE         PIC X(11).
               03 SFL_ORIGEM          PIC X(01).
                   88 SFL-ORIGEM-CLIENTE  VALUE "C".
                   88 SFL-ORIGEM-UBO      VALUE "U".
                   88 SFL-ORIGEM-ASSINANTE VALUE "A".
               03 SFL_DOCUMENTO       PIC X(14).
               03 SFL_FONTE           PIC X(04).
               03 SFL_REFERENCIA      PIC X(12).
           02  SFL_NOME               PIC X(40).
           02  SFL_NOME_LISTA         PIC X(60).
           02  SFL_PONTUACAO          PIC 9(03).
           02  SFL_DATA_INCLUSAO      PIC 9(08).
           02  SFL_SITUACAO           PIC X(01).
               88 SFL-PENDENTE            VALUE "P".
               88 SFL-CONFIRMADA          VALUE "C".
               88 SFL-FALSO-POSITIVO      VALUE "F".
           02  SFL_DATA_DECISAO       PIC 9(08).
           02  SFL_OPERADOR           PIC X(08).
