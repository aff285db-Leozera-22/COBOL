      ******************************************************************
      * Copybook: DeclaracaoReg
      * Purpose:  Layout do controle das declaracoes anuais de
      *           quitacao de debitos (arquivo indexado DECLCTRL,
      *           chave ano de referencia + telefone do cliente). Um
      *           registro por declaracao emitida pelo DECLARA, com o
      *           numero da declaracao no ano, a data de emissao e o
      *           que foi declarado. A presenca do registro impede que
      *           o cliente receba uma segunda declaracao do mesmo ano
      *           quando o job e reexecutado.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-DECLARACAO.
           03 WS-DCL-CHAVE.
               05 WS-DCL-ANO           PIC 9(04).
               05 WS-DCL-TELEFONE      PIC X(09).
           03 WS-DCL-NUMERO            PIC 9(07).
           03 WS-DCL-CPF               PIC 9(11).
           03 WS-DCL-DATA-EMISSAO      PIC 9(08).
           03 WS-DCL-QTD-CONTRATOS     PIC 9(03).
           03 WS-DCL-QTD-PARCELAS      PIC 9(05).
           03 WS-DCL-VLR-QUITADO       PIC 9(09)V99.
