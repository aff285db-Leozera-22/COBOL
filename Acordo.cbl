      *                     rola para o proximo dia util via CALL
      *                     "PROXDIAU"; a cadencia mensal segue pelo
      *                     dia original.
      *   15/10/2026 - LO - Contrato antigo renegociado chama o
      *                     MARCANEG para marcar a exclusao do
      *                     biro de credito quando o contrato
      *                     esta negativado.
      *   15/10/2026 - LO - Parcelas do plano novo e cancelamento das
      *                     parcelas do contrato antigo vao para a
      *                     trilha de auditoria (arquivo "PARCELAS"),
      *                     para o RECUPERA reaplicar o movimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO.
           03 WS-ANT-PARC-PGS  PIC 9(03).
       77 WS-AUD-PROGRAMA   PIC X(10) VALUE "ACORDO".
       77 WS-AUD-ARQUIVO    PIC X(08) VALUE "CONTRATO".
       77 WS-AUD-ARQ-PARCELA PIC X(08) VALUE "PARCELAS".
       77 WS-AUD-CONTRATO   PIC 9(07).
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       77 WS-NEG-MOTIVO     PIC X.

       LINKAGE SECTION.
       01 LK-OPER-ID        PIC X(05).
            MOVE ZEROS            TO WS-PRC-VLR-PAGO
            MOVE ZEROS            TO WS-PRC-DATA-PGTO
            SET WS-PRC-ABERTA     TO TRUE
            MOVE SPACES           TO WS-IMAGEM-ANTES
            WRITE WS-REG-PARCELA
                INVALID KEY
                    REWRITE WS-REG-PARCELA
            END-WRITE
            PERFORM GRAVAR-AUDITORIA-PARCELA
            PERFORM SOMAR-UM-MES
            ADD 1 TO WS-NUM-PARC.

                    REWRITE WS-REG-CONTRATO
                    MOVE WS-NUM-CONTRATO TO WS-AUD-CONTRATO
                    PERFORM GRAVAR-AUDITORIA
                    MOVE "A" TO WS-NEG-MOTIVO
                    CALL "MARCANEG" USING WS-NUM-CONTRATO
                            WS-NEG-MOTIVO WS-DATA-HOJE
            END-READ.

       GRAVAR-AUDITORIA.
                                  WS-AUD-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PARCELA.
            MOVE WS-REG-PARCELA  TO WS-IMAGEM-DEPOIS
            MOVE WS-PRC-CONTRATO TO WS-AUD-CONTRATO
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-OPERADOR
                                  WS-AUD-ARQ-PARCELA WS-TELEFONE
                                  WS-AUD-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       CANCELAR-PARCELAS-ANTIGAS.
            MOVE "N" TO WS-SW-FIM-PARC
            MOVE WS-NUM-CONTRATO TO WS-PRC-CONTRATO

       CANCELAR-PARCELA.
            IF WS-PRC-ABERTA THEN
                MOVE WS-REG-PARCELA TO WS-IMAGEM-ANTES
                SET WS-PRC-CANCELADA TO TRUE
                REWRITE WS-REG-PARCELA
                PERFORM GRAVAR-AUDITORIA-PARCELA
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

