      ******************************************************************
      * Copybook: FaturaAgencia
      * Purpose:  Layout da fatura de comissao enviada pela agencia de
      *           cobranca terceirizada (arquivo FATAGENC), um registro
      *           por lancamento cobrado no periodo: a comissao sobre
      *           o valor recuperado ("C") ou o estorno de comissao de
      *           recebimento estornado ("E"), com a remessa e o
      *           contrato. Conferida contrato a contrato pelo acerto
      *           mensal COMAGENC.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-FATURA.
           03 WS-FAT-PERIODO       PIC 9(06).
           03 WS-FAT-REMESSA       PIC 9(05).
           03 WS-FAT-CONTRATO      PIC 9(07).
           03 WS-FAT-TIPO          PIC X.
               88 WS-FAT-COMISSAO  VALUE "C".
               88 WS-FAT-ESTORNO   VALUE "E".
           03 WS-FAT-VLR-BASE      PIC 9(07)V99.
           03 WS-FAT-VLR-COMISSAO  PIC 9(07)V99.
