      *                     recebimento mas nao conta parcela nem
      *                     reabre o contrato, e o fechamento mensal
      *                     o separa em conta propria.
      *   15/10/2026 - LO - Tipo "D" (desconto de quitacao antecipada):
      *                     na liquidacao da cotacao a parcela entra
      *                     como "N" pelo valor cheio e o desconto
      *                     concedido entra neste tipo, apontando a
      *                     mesma parcela. Nao e dinheiro: caixa,
      *                     fechamento e gerencial o abatem do
      *                     recebido, e nao conta parcela paga.
      ******************************************************************
       01 WS-REG-PGTO.
           03 WS-PGTO-CHAVE.
               88 WS-PGTO-ESTORNADO VALUE "E".
               88 WS-PGTO-ESTORNO   VALUE "R".
               88 WS-PGTO-RECUPER   VALUE "V".
               88 WS-PGTO-DESCONTO  VALUE "D".
           03 WS-PGTO-SEQ-EST      PIC 9(05).
