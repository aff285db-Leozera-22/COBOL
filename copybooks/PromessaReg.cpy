      ******************************************************************
      * Copybook: PromessaReg
      * Purpose:  Layout do registro de promessas de pagamento (arquivo
      *           indexado PROMESSA, chave contrato + seq, chave
      *           alternada telefone com duplicatas). Um registro por
      *           promessa feita pelo devedor ao operador: valor, data
      *           prometida e operador do sign-on. Gravado pelo
      *           PROMESSA, apurado contra o razao PAGTOS pelo
      *           APURPROM na cadeia noturna, lido pelo NOTIFICA
      *           (aviso suspenso enquanto ha promessa pendente no
      *           prazo) e pelo CONSULTA (historico).
      *             "A" - pendente (aguardando a data prometida);
      *             "C" - cumprida (pago >= valor prometido);
      *             "P" - cumprida em parte (pago < valor prometido);
      *             "Q" - quebrada (nada pago ate a data);
      *             "X" - substituida por promessa nova do mesmo
      *                   contrato antes de vencer.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-PROMESSA.
           03 WS-PRM-CHAVE.
               05 WS-PRM-CONTRATO   PIC 9(07).
               05 WS-PRM-SEQ        PIC 9(03).
           03 WS-PRM-TELEFONE       PIC X(09).
           03 WS-PRM-DATA-REGISTRO  PIC 9(08).
           03 WS-PRM-OPERADOR       PIC X(10).
           03 WS-PRM-VALOR          PIC 9(07)V99.
           03 WS-PRM-DATA-PROMESSA  PIC 9(08).
           03 WS-PRM-SITUACAO       PIC X.
               88 WS-PRM-PENDENTE      VALUE "A".
               88 WS-PRM-CUMPRIDA      VALUE "C".
               88 WS-PRM-PARCIAL       VALUE "P".
               88 WS-PRM-QUEBRADA      VALUE "Q".
               88 WS-PRM-SUBSTITUIDA   VALUE "X".
           03 WS-PRM-VLR-PAGO       PIC 9(07)V99.
           03 WS-PRM-DATA-APURACAO  PIC 9(08).
