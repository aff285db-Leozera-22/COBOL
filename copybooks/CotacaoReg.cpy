      ******************************************************************
      * Copybook: CotacaoReg
      * Purpose:  Layout da cotacao de quitacao antecipada (arquivo
      *           indexado COTACAO, chave WS-COT-NUMERO). Um registro
      *           por cotacao emitida pelo PAGAMENTO (opcao 4): saldo
      *           das parcelas vencidas com os juros de atraso da
      *           regra do BATCHDIV, parcelas a vencer com o desconto
      *           da taxa DESCANTE (PARAMS) e o valor total para
      *           quitar o contrato na data base, valida ate a data
      *           de validade. WS-COT-ULT-SEQ guarda o maior seq do
      *           razao PAGTOS do contrato na emissao: qualquer
      *           lancamento depois disso invalida a cotacao.
      *             "A" - emitida, aguardando o pagamento;
      *             "L" - liquidada pela opcao 5 do PAGAMENTO
      *                   (seq do primeiro lancamento e numero do
      *                   recibo de quitacao gravados no registro).
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-COTACAO.
           03 WS-COT-NUMERO         PIC 9(07).
           03 WS-COT-CONTRATO       PIC 9(07).
           03 WS-COT-TELEFONE       PIC X(09).
           03 WS-COT-DATA-EMISSAO   PIC 9(08).
           03 WS-COT-DATA-BASE      PIC 9(08).
           03 WS-COT-DATA-VALIDADE  PIC 9(08).
           03 WS-COT-OPERADOR       PIC X(10).
           03 WS-COT-QTD-PARC       PIC 9(03).
           03 WS-COT-VLR-VENCIDO    PIC 9(07)V99.
           03 WS-COT-VLR-JUROS      PIC 9(07)V99.
           03 WS-COT-VLR-VINCENDO   PIC 9(07)V99.
           03 WS-COT-VLR-DESCONTO   PIC 9(07)V99.
           03 WS-COT-VLR-QUITACAO   PIC 9(07)V99.
           03 WS-COT-TAXA-DESCONTO  PIC 9(03)V99.
           03 WS-COT-ULT-SEQ        PIC 9(05).
           03 WS-COT-SITUACAO       PIC X.
               88 WS-COT-EMITIDA       VALUE "A".
               88 WS-COT-LIQUIDADA     VALUE "L".
           03 WS-COT-DATA-LIQUIDACAO PIC 9(08).
           03 WS-COT-SEQ-PGTO       PIC 9(05).
           03 WS-COT-RECIBO         PIC 9(07).
