      ******************************************************************
      * Copybook: ComissaoReg
      * Purpose:  Layout do controle do acerto mensal de comissao da
      *           agencia de cobranca (arquivo indexado COMISSAO,
      *           chave WS-COM-PERIODO AAAAMM). Um registro por mes
      *           apurado pelo COMAGENC, regravado a cada reexecucao
      *           enquanto o mes nao esta fechado, com os totais
      *           calculado, faturado pela agencia e acordado (por
      *           contrato, o menor dos dois). O FECHMES le o registro
      *           do mes e lanca o total acordado na interface contabil
      *           como despesa de comissao; o total recebido via
      *           agencia no razao serve para o FECHMES detectar
      *           lancamento novo da agencia depois do acerto.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-COMISSAO.
           03 WS-COM-PERIODO       PIC 9(06).
           03 WS-COM-DATA-APURACAO PIC 9(08).
           03 WS-COM-QTD-LANCTOS   PIC 9(05).
           03 WS-COM-VLR-AGENCIA   PIC 9(11)V99.
           03 WS-COM-TOT-CALCULADO PIC S9(09)V99.
           03 WS-COM-TOT-FATURADO  PIC S9(09)V99.
           03 WS-COM-TOT-ACORDADO  PIC S9(09)V99.
           03 WS-COM-QTD-DIVERG    PIC 9(05).
