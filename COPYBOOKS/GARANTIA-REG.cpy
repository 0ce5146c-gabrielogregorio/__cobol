      *================================================================*
      *>                                                              <*
      *>   DATA.     : 15/10/2026                                     <*
      *>   ANALISTA. : GABRIEL GREGORIO DA SILVA                      <*
      *>   OBJETIVO. : LAYOUT UNICO DO MESTRE DE GARANTIAS (GARMST),  <*
      *>                CHAVEADO PELA OPERACAO GARANTIDA (MODALIDADE  <*
      *>                PL = PLANO DE PARCELAMENTO DE PLANOMST, LM =  <*
      *>                LIMITE DA CONTA DE CONTASDB) MAIS UMA         <*
      *>                SEQUENCIA, COM CHAVE ALTERNATIVA PELO CDB     <*
      *>                EMPENHADO (ZEROS NOS DEMAIS TIPOS). GRAVAME   <*
      *>                P (PENDENTE DE REGISTRO) E R (REGISTRADO)     <*
      *>                VALEM COMO GARANTIA; L E GARANTIA LIBERADA.   <*
      *>                MANTIDO POR GARANTIA-MANUT.COB, LIDO POR      <*
      *>                CREDITO-DECISAO.COB (LTV), CDB-SERVICO.COB    <*
      *>                (BLOQUEIO DE RESGATE DO CDB EMPENHADO) E      <*
      *>                GARANTIA-RELATORIO.COB                        <*
      *>                                                              <*
      *================================================================*

       01  GARANTIA-REG.
           02  GAR-CHAVE.
               03 GAR_MODALIDADE      PIC X(02).
                   88 GAR-OPER-PLANO      VALUE "PL".
                   88 GAR-OPER-LIMITE     VALUE "LM".
               03 GAR_OPERACAO        PIC 9(08).
               03 GAR_SEQ             PIC 9(03).
           02  GAR_TIPO               PIC X(02).
               88 GAR-VEICULO             VALUE "VE".
               88 GAR-IMOVEL              VALUE "IM".
               88 GAR-PENHOR-CDB          VALUE "CD".
               88 GAR-RECEBIVEIS          VALUE "RC".
               88 GAR-TIPO-VALIDO         VALUE "VE" "IM" "CD" "RC".
           02  GAR_CDB_NUMERO         PIC 9(08).
           02  GAR_DESCRICAO          PIC X(30).
           02  GAR_VALOR_AVALIADO     PIC 9(11)V99.
           02  GAR_DATA_AVALIACAO     PIC 9(08).
           02  GAR_GRAVAME            PIC X(01).
               88 GAR-PENDENTE            VALUE "P".
               88 GAR-REGISTRADO          VALUE "R".
               88 GAR-LIBERADO            VALUE "L".
               88 GAR-VIGENTE             VALUE "P" "R".
           02  GAR_DATA_INCLUSAO      PIC 9(08).
           02  GAR_OPERADOR           PIC X(08).
