      *           indexado RECIBOS, chave WS-REC-NUMERO, chave
      *           alternada contrato + seq do lancamento do razao,
      *           com duplicatas). Um registro por recibo emitido
      *           pelo PAGAMENTO: pagamento ("P"), nota de estorno
      *           ("E", apontando o recibo original) ou recibo de
      *           quitacao antecipada ("Q": seq do primeiro
      *           lancamento da quitacao, quantidade de parcelas
      *           quitadas no campo da parcela e numero da cotacao
      *           em WS-REC-NUM-ORIG). Guarda os dados
      *           impressos (cliente, contrato, parcela, valor,
      *           operador, saldo restante) para a reimpressao
      *           regenerar o documento a partir do seq do razao.
      * Modification History:
      *   01/09/2026 - LO - Criacao.
      *   15/10/2026 - LO - Tipo "Q" (recibo de quitacao antecipada).
      ******************************************************************
       01 WS-REG-RECIBO.
           03 WS-REC-NUMERO        PIC 9(07).
           03 WS-REC-TIPO          PIC X.
               88 WS-REC-PAGAMENTO VALUE "P".
               88 WS-REC-EST-NOTA  VALUE "E".
               88 WS-REC-QUITACAO  VALUE "Q".
           03 WS-REC-DATA          PIC 9(08).
           03 WS-REC-HORA          PIC 9(08).
           03 WS-REC-TELEFONE      PIC X(09).
