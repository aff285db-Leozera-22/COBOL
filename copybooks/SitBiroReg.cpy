      ******************************************************************
      * Copybook: SitBiroReg
      * Purpose:  Layout do controle de negativacao no biro de credito
      *           (arquivo indexado SITBIRO, chave WS-SBR-CONTRATO). Um
      *           registro por contrato ja enviado ao biro:
      *             "I" - incluido (cliente negativado pelo contrato);
      *             "E" - exclusao pendente: a divida foi quitada
      *                   (PAGAMENTO/IMPAGENC/IMPBANCO), substituida
      *                   por acordo (ACORDO) ou baixada como perda
      *                   (PERDA/PERDALOT) e a exclusao tem de seguir
      *                   ate WS-SBR-DATA-LIMITE (prazo legal em dias
      *                   uteis, calendario FERIADOS);
      *             "X" - excluido (exclusao enviada no lote
      *                   WS-SBR-LOTE-EXCLUSAO).
      *           O cliente consta como negativado enquanto houver
      *           contrato "I" ou "E". Marcado "E" pelo subprograma
      *           MARCANEG e enviado/fechado pelo lote NEGATIVA.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-SITBIRO.
           03 WS-SBR-CONTRATO       PIC 9(07).
           03 WS-SBR-TELEFONE       PIC X(09).
           03 WS-SBR-CPF            PIC 9(11).
           03 WS-SBR-VLR-INCLUIDO   PIC 9(08)V99.
           03 WS-SBR-DATA-VENCTO    PIC 9(08).
           03 WS-SBR-SITUACAO       PIC X.
               88 WS-SBR-INCLUIDO      VALUE "I".
               88 WS-SBR-EXCL-PENDENTE VALUE "E".
               88 WS-SBR-EXCLUIDO      VALUE "X".
               88 WS-SBR-NEGATIVADO    VALUE "I" "E".
           03 WS-SBR-DATA-INCLUSAO  PIC 9(08).
           03 WS-SBR-LOTE-INCLUSAO  PIC 9(05).
           03 WS-SBR-MOTIVO-EXCL    PIC X.
               88 WS-SBR-EXCL-QUITADO  VALUE "Q".
               88 WS-SBR-EXCL-ACORDO   VALUE "A".
               88 WS-SBR-EXCL-PERDA    VALUE "P".
           03 WS-SBR-DATA-EVENTO    PIC 9(08).
           03 WS-SBR-DATA-LIMITE    PIC 9(08).
           03 WS-SBR-DATA-EXCLUSAO  PIC 9(08).
           03 WS-SBR-LOTE-EXCLUSAO  PIC 9(05).
