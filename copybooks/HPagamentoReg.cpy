      ******************************************************************
      * Copybook: HPagamentoReg
      * Purpose:  Registro do historico do razao (arquivo indexado
      *           HPAGTOS, chave contrato + seq), gravado pelo ARQUIVA
      *           com a imagem inteira do registro de PAGTOS
      *           (PagamentoReg, 57 posicoes). So a chave e nomeada; o
      *           restante e lido com MOVE do grupo para o WS-REG-PGTO.
      *           Manter o tamanho igual ao do PagamentoReg.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-HPGTO.
           03 WS-HPG-CHAVE.
               05 WS-HPG-CONTRATO  PIC 9(07).
               05 WS-HPG-SEQ       PIC 9(05).
           03 FILLER               PIC X(45).
