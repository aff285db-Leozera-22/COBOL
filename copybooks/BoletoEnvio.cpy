      ******************************************************************
      * Copybook: BoletoEnvio
      * Purpose:  Layout do arquivo de registro de boletos enviado ao
      *           banco (arquivo REGBOLET), gravado pelo GERABOLE em
      *           lote numerado com header ("0"), um detalhe ("1") por
      *           boleto e trailer ("9") com a quantidade e o valor
      *           total registrados, para o banco conferir o lote. O
      *           detalhe leva os dados do pagador (nome completo,
      *           CPF e endereco do registro mestre de clientes),
      *           exigidos no registro do boleto. Area de controle
      *           REDEFINES a area de dados do detalhe.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-BOL-ENVIO.
           03 WS-BRM-TIPO-REG      PIC X.
               88 WS-BRM-HEADER    VALUE "0".
               88 WS-BRM-DETALHE   VALUE "1".
               88 WS-BRM-TRAILER   VALUE "9".
           03 WS-BRM-LOTE          PIC 9(05).
           03 WS-BRM-DADOS.
               05 WS-BRM-NOSSO-NUM     PIC 9(10).
               05 WS-BRM-CONTRATO      PIC 9(07).
               05 WS-BRM-PARCELA       PIC 9(03).
               05 WS-BRM-VALOR         PIC 9(07)V99.
               05 WS-BRM-DATA-VENCTO   PIC 9(08).
               05 WS-BRM-NOME-PAGADOR  PIC X(30).
               05 WS-BRM-CPF           PIC 9(11).
               05 WS-BRM-LOGRADOURO    PIC X(30).
               05 WS-BRM-CIDADE        PIC X(20).
               05 WS-BRM-UF            PIC X(02).
               05 WS-BRM-CEP           PIC 9(08).
           03 WS-BRM-CONTROLE REDEFINES WS-BRM-DADOS.
               05 WS-BRM-DATA-GERACAO  PIC 9(08).
               05 WS-BRM-QTD-REGISTROS PIC 9(05).
               05 WS-BRM-TOTAL-VALOR   PIC 9(10)V99.
               05 FILLER               PIC X(113).
