      *             REENVIO  - prazo de reenvio de aviso, em dias
      *             PERDCORT - corte da baixa de perda em lote, em
      *                        dias de atraso
      *             BOLEDIAS - antecedencia da emissao do boleto
      *                        registrado, em dias antes do
      *                        vencimento da parcela
      *             PRAZOEXC - prazo legal de exclusao no biro de
      *                        credito, em dias uteis apos a
      *                        quitacao/acordo/perda
      *             PROMPRAZ - prazo maximo da data de promessa de
      *                        pagamento, em dias corridos
      *             DESCANTE - taxa de desconto da quitacao
      *                        antecipada sobre parcelas a vencer,
      *                        % ao mes de antecipacao
      *             COTAPRAZ - prazo maximo da data base da cotacao
      *                        de quitacao, em dias corridos
      *             CRDFAIXA - faixa de aging tolerada na analise de
      *                        credito do VARIAVEIS (0 = nenhum
      *                        atraso, 1-3 = ate FAIXAn, 4 = sem
      *                        restricao de atraso)
      *             CRDLIMIT - exposicao maxima do cliente (saldo em
      *                        aberto + contrato novo), em reais
      *             CRDMODO  - 1 = restricao bloqueia a venda (so o
      *                        supervisor libera); 0 = so sinaliza
      *             ARQMESES - retencao no arquivo ativo, em meses: o
      *                        ARQUIVA move para o historico o
      *                        contrato encerrado com ultimo movimento
      *                        antes do corte (1o dia do mes corrente
      *                        menos ARQMESES)
      *             POSVALID - idade maxima da posicao da carteira
      *                        (arquivo POSICAO do BATCHDIV), em
      *                        dias, aceita pelos programas que a
      *                        leem (VALPOSIC)
      *             COMFAIX1 - comissao da agencia de cobranca sobre o
      *             a COMFAIX4 valor recuperado, em %, pela faixa de
      *                        aging da conta na remessa (COMAGENC,
      *                        vigencia na data do envio)
      * Modification History:
      *   01/09/2026 - LO - Criacao.
      *   01/09/2026 - LO - Codigo PERDCORT (corte do PERDALOT).
      *   15/10/2026 - LO - Codigo BOLEDIAS (antecedencia do GERABOLE).
      *   15/10/2026 - LO - Codigo PRAZOEXC (MARCANEG/NEGATIVA).
      *   15/10/2026 - LO - Codigo PROMPRAZ (PROMESSA).
      *   15/10/2026 - LO - Codigos DESCANTE e COTAPRAZ (quitacao
      *                     antecipada no PAGAMENTO).
      *   15/10/2026 - LO - Codigos CRDFAIXA, CRDLIMIT e CRDMODO
      *                     (analise de credito do VARIAVEIS).
      *   15/10/2026 - LO - Codigo ARQMESES (corte do ARQUIVA).
      *   15/10/2026 - LO - Codigo POSVALID (validade da posicao).
      *   15/10/2026 - LO - Codigos COMFAIX1 a COMFAIX4 (comissao da
      *                     agencia no COMAGENC).
      ******************************************************************
       01 WS-REG-PARAM.
           03 WS-PAR-CHAVE.
