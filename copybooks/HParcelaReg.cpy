      ******************************************************************
      * Copybook: HParcelaReg
      * Purpose:  Registro do historico de parcelas (arquivo indexado
      *           HPARCELA, chave contrato + numero da parcela),
      *           gravado pelo ARQUIVA com a imagem inteira do
      *           registro de PARCELAS (ParcelaReg, 41 posicoes). So a
      *           chave e nomeada; o restante e lido com MOVE do grupo
      *           para o WS-REG-PARCELA. Manter o tamanho igual ao do
      *           ParcelaReg.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-HPARCELA.
           03 WS-HPR-CHAVE.
               05 WS-HPR-CONTRATO   PIC 9(07).
               05 WS-HPR-NUMERO     PIC 9(03).
           03 FILLER                PIC X(31).
