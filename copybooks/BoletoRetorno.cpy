      ******************************************************************
      * Copybook: BoletoRetorno
      * Purpose:  Layout do arquivo de retorno diario do banco
      *           (arquivo RETBANCO), lido pelo IMPBANCO: header ("0")
      *           com a data do movimento, um detalhe ("1") por
      *           ocorrencia de boleto e trailer ("9") com a
      *           quantidade de detalhes e o total pago no arquivo.
      *           So a ocorrencia "06" (liquidacao) gera lancamento no
      *           razao; as demais (entrada confirmada, baixa etc.)
      *           sao apenas contadas. Area de controle REDEFINES a
      *           area de dados do detalhe.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-BOL-RETORNO.
           03 WS-BRT-TIPO-REG      PIC X.
               88 WS-BRT-HEADER    VALUE "0".
               88 WS-BRT-DETALHE   VALUE "1".
               88 WS-BRT-TRAILER   VALUE "9".
           03 WS-BRT-DADOS.
               05 WS-BRT-NOSSO-NUM     PIC 9(10).
               05 WS-BRT-OCORRENCIA    PIC X(02).
                   88 WS-BRT-LIQUIDACAO VALUE "06".
               05 WS-BRT-DATA-PGTO     PIC 9(08).
               05 WS-BRT-VALOR-PAGO    PIC 9(07)V99.
               05 WS-BRT-DATA-CREDITO  PIC 9(08).
           03 WS-BRT-CONTROLE REDEFINES WS-BRT-DADOS.
               05 WS-BRT-DATA-MOVTO    PIC 9(08).
               05 WS-BRT-QTD-REGISTROS PIC 9(05).
               05 WS-BRT-TOTAL-PAGO    PIC 9(10)V99.
               05 FILLER               PIC X(12).
