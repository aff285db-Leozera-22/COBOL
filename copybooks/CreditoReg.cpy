      ******************************************************************
      * Copybook: CreditoReg
      * Purpose:  Layout do log de decisoes de credito (arquivo
      *           sequencial CREDLOG, LRECL 150), um registro por
      *           analise feita pelo VARIAVEIS antes de gravar um
      *           contrato novo. Guarda as restricoes encontradas no
      *           cliente, os valores da exposicao e a decisao:
      *             "A" - aprovado, sem restricao;
      *             "S" - aprovado com restricao sinalizada (PARAMS
      *                   CRDMODO = 0, analise so sinaliza);
      *             "R" - recusado (contrato nao gravado);
      *             "L" - liberado por supervisor, com o motivo.
      *           Lido pelo CREDMES (liberacoes do mes por operador).
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-CREDITO.
           03 WS-CRD-DATA           PIC 9(08).
           03 WS-CRD-HORA           PIC 9(08).
           03 WS-CRD-OPERADOR       PIC X(10).
           03 WS-CRD-TELEFONE       PIC X(09).
           03 WS-CRD-CONTRATO       PIC 9(07).
           03 WS-CRD-VLR-NOVO       PIC 9(08)V99.
           03 WS-CRD-DECISAO        PIC X.
               88 WS-CRD-APROVADO      VALUE "A".
               88 WS-CRD-SINALIZADO    VALUE "S".
               88 WS-CRD-RECUSADO      VALUE "R".
               88 WS-CRD-LIBERADO      VALUE "L".
           03 WS-CRD-RESTRICOES.
               05 WS-CRD-REST-ATRASO   PIC X.
                   88 WS-CRD-COM-ATRASO    VALUE "S".
               05 WS-CRD-REST-PERDA    PIC X.
                   88 WS-CRD-COM-PERDA     VALUE "S".
               05 WS-CRD-REST-ACORDO   PIC X.
                   88 WS-CRD-COM-ACORDO    VALUE "S".
               05 WS-CRD-REST-LIMITE   PIC X.
                   88 WS-CRD-COM-LIMITE    VALUE "S".
           03 WS-CRD-MAIOR-ATRASO   PIC 9(05).
           03 WS-CRD-FAIXA-LIMITE   PIC 9(01).
           03 WS-CRD-QTD-PERDAS     PIC 9(03).
           03 WS-CRD-QTD-ACD-QUEBR  PIC 9(03).
           03 WS-CRD-EXPOSICAO      PIC 9(08)V99.
           03 WS-CRD-LIMITE         PIC 9(08)V99.
           03 WS-CRD-SUPERVISOR     PIC X(10).
           03 WS-CRD-MOTIVO         PIC X(40).
           03 FILLER                PIC X(11).
