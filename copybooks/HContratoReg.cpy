      ******************************************************************
      * Copybook: HContratoReg
      * Purpose:  Registro do historico de contratos (arquivo indexado
      *           HCONTRAT), gravado pelo ARQUIVA com a imagem inteira
      *           do registro de CONTRATOS (ContratoReg, 47 posicoes):
      *           so a chave e a chave alternada (telefone) sao
      *           nomeadas aqui; o restante e lido com MOVE do grupo
      *           para o WS-REG-CONTRATO. Manter o tamanho igual ao do
      *           ContratoReg.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-HCONTRATO.
           03 WS-HCT-NUMERO             PIC 9(07).
           03 WS-HCT-TELEFONE           PIC X(09).
           03 FILLER                    PIC X(31).
