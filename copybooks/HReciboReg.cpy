      ******************************************************************
      * Copybook: HReciboReg
      * Purpose:  Registro do historico de recibos (arquivo indexado
      *           HRECIBOS, chave numero do recibo, chave alternada
      *           contrato + seq do lancamento), gravado pelo ARQUIVA
      *           com a imagem inteira do registro de RECIBOS
      *           (ReciboReg, 95 posicoes). So as chaves sao nomeadas;
      *           o restante e lido com MOVE do grupo para o
      *           WS-REG-RECIBO. Manter o tamanho igual ao do ReciboReg.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-HRECIBO.
           03 WS-HRC-NUMERO        PIC 9(07).
           03 WS-HRC-PGTO-CHAVE.
               05 WS-HRC-CONTRATO  PIC 9(07).
               05 WS-HRC-SEQ       PIC 9(05).
           03 FILLER               PIC X(76).
