      *                     recuperacao (tipo "V" no razao): entra
      *                     no caixa e concilia a remessa, mas nao
      *                     baixa parcela nem reabre o contrato.
      *   15/10/2026 - LO - Quitacao do contrato chama o MARCANEG
      *                     para marcar a exclusao do biro de
      *                     credito quando o contrato esta
      *                     negativado.
      *   15/10/2026 - LO - Lancamento no razao PAGTOS e baixa no plano
      *                     PARCELAS vao para a trilha de auditoria
      *                     (arquivo "PAGTOS"/"PARCELAS"), para o
      *                     RECUPERA reaplicar o movimento do dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPAGENC.
       77 WS-AUD-PROGRAMA   PIC X(10) VALUE "IMPAGENC".
       77 WS-AUD-OPERADOR   PIC X(10) VALUE "AGENCIA".
       77 WS-AUD-ARQUIVO    PIC X(08) VALUE "CONTRATO".
       77 WS-AUD-ARQ-PAGTO  PIC X(08) VALUE "PAGTOS".
       77 WS-AUD-ARQ-PARCELA PIC X(08) VALUE "PARCELAS".
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       77 WS-NEG-MOTIVO     PIC X.

       LINKAGE SECTION.
       01 LK-OPER-ID        PIC X(05).
                SET WS-PGTO-NORMAL  TO TRUE
            END-IF
            MOVE ZEROS              TO WS-PGTO-SEQ-EST
            MOVE SPACES             TO WS-IMAGEM-ANTES
            WRITE WS-REG-PGTO
            PERFORM GRAVAR-AUDITORIA-PAGTO
            CLOSE PAGTOS.

       BAIXAR-PARCELA-ABERTA.

       CREDITAR-PARCELA.
            IF WS-PRC-ABERTA THEN
                MOVE WS-REG-PARCELA TO WS-IMAGEM-ANTES
                COMPUTE WS-VLR-FALTA =
                        WS-PRC-VALOR - WS-PRC-VLR-PAGO
                IF WS-VALOR-RESTA >= WS-VLR-FALTA THEN
                    MOVE ZEROS TO WS-VALOR-RESTA
                END-IF
                REWRITE WS-REG-PARCELA
                PERFORM GRAVAR-AUDITORIA-PARCELA
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-DEPOIS
                    REWRITE WS-REG-CONTRATO
                    PERFORM GRAVAR-AUDITORIA
                    IF WS-CTR-PG THEN
                        MOVE "Q" TO WS-NEG-MOTIVO
                        CALL "MARCANEG" USING WS-CNF-CONTRATO
                                WS-NEG-MOTIVO WS-CNF-DATA-PGTO
                    END-IF
            END-READ.

       GRAVAR-AUDITORIA.
                                  WS-CNF-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PAGTO.
            MOVE WS-REG-PGTO TO WS-IMAGEM-DEPOIS
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-AUD-OPERADOR
                                  WS-AUD-ARQ-PAGTO WS-CNF-TELEFONE
                                  WS-CNF-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PARCELA.
            MOVE WS-REG-PARCELA TO WS-IMAGEM-DEPOIS
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-AUD-OPERADOR
                                  WS-AUD-ARQ-PARCELA WS-CNF-TELEFONE
                                  WS-CNF-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       FECHAR-ARQUIVOS.
            CLOSE CONTRATOS.
            CLOSE CONFIRMA.
