      ******************************************************************
      * Copybook: BoletoReg
      * Purpose:  Layout do controle de boletos registrados no banco
      *           (arquivo indexado BOLETOS, chave nosso numero, chave
      *           alternada contrato + parcela com duplicatas). Um
      *           registro por boleto emitido pelo GERABOLE para uma
      *           parcela em aberto a vencer, com o valor cobrado e o
      *           lote de registro em que seguiu para o banco. O
      *           IMPBANCO so posta liquidacao de boleto que conste
      *           daqui em situacao "R" (registrado) e marca "L"
      *           (liquidado) com a data e o valor pagos - retorno de
      *           boleto desconhecido ou ja liquidado cai no relatorio
      *           de excecoes em vez de ir para o razao.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-BOLETO.
           03 WS-BOL-NOSSO-NUM     PIC 9(10).
           03 WS-BOL-PARC-CHAVE.
               05 WS-BOL-CONTRATO  PIC 9(07).
               05 WS-BOL-PARCELA   PIC 9(03).
           03 WS-BOL-TELEFONE      PIC X(09).
           03 WS-BOL-LOTE          PIC 9(05).
           03 WS-BOL-VALOR         PIC 9(07)V99.
           03 WS-BOL-DATA-VENCTO   PIC 9(08).
           03 WS-BOL-DATA-EMISSAO  PIC 9(08).
           03 WS-BOL-STATUS        PIC X.
               88 WS-BOL-REGISTRADO VALUE "R".
               88 WS-BOL-LIQUIDADO  VALUE "L".
           03 WS-BOL-DATA-LIQUID   PIC 9(08).
           03 WS-BOL-VLR-PAGO      PIC 9(07)V99.
