      *           pendencia da agencia.
      * Modification History:
      *   21/08/2026 - LO - Criacao.
      *   15/10/2026 - LO - Inclusao dos dias de atraso e da faixa de
      *                     aging do contrato na data do envio (da
      *                     posicao da carteira), base da taxa de
      *                     comissao da agencia no acerto mensal
      *                     COMAGENC. Arquivo existente convertido
      *                     pela virada CONVREMS.
      ******************************************************************
       01 WS-REG-REMESSA.
           03 WS-RMS-CHAVE.
               88 WS-RMS-ENVIADO    VALUE "E".
               88 WS-RMS-CONFIRMADO VALUE "C".
           03 WS-RMS-DATA-CONFIRMA  PIC 9(08).
           03 WS-RMS-DIAS-ATRASO    PIC S9(05).
           03 WS-RMS-FAIXA          PIC 9(01).
