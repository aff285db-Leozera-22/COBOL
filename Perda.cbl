      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 - LO - Criacao.
      *   15/10/2026 - LO - Baixa como perda chama o MARCANEG para
      *                     marcar a exclusao do biro de credito
      *                     quando o contrato esta negativado.
      *   15/10/2026 - LO - Cancelamento das parcelas em aberto vai
      *                     para a trilha de auditoria (arquivo
      *                     "PARCELAS"), para o RECUPERA reaplicar o
      *                     movimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDA.
       77 WS-ED-SALDO       PIC $$,$$$,$$9.99.
       77 WS-AUD-PROGRAMA   PIC X(10) VALUE "PERDA".
       77 WS-AUD-ARQUIVO    PIC X(08) VALUE "CONTRATO".
       77 WS-AUD-ARQ-PARCELA PIC X(08) VALUE "PARCELAS".
       77 WS-AUD-CONTRATO   PIC 9(07).
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       77 WS-NEG-MOTIVO     PIC X.

       LINKAGE SECTION.
       01 LK-OPER-ID        PIC X(05).
                    REWRITE WS-REG-CONTRATO
                    MOVE WS-NUM-CONTRATO TO WS-AUD-CONTRATO
                    PERFORM GRAVAR-AUDITORIA
                    MOVE "P" TO WS-NEG-MOTIVO
                    CALL "MARCANEG" USING WS-NUM-CONTRATO
                            WS-NEG-MOTIVO WS-DATA-HOJE
            END-READ.

       CANCELAR-PARCELAS-ABERTAS.

       CANCELAR-PARCELA.
            IF WS-PRC-ABERTA THEN
                MOVE WS-REG-PARCELA TO WS-IMAGEM-ANTES
                SET WS-PRC-CANCELADA TO TRUE
                REWRITE WS-REG-PARCELA
                PERFORM GRAVAR-AUDITORIA-PARCELA
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

                                  WS-AUD-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PARCELA.
            MOVE WS-REG-PARCELA  TO WS-IMAGEM-DEPOIS
            MOVE WS-NUM-CONTRATO TO WS-AUD-CONTRATO
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA LK-OPER-NOME
                                  WS-AUD-ARQ-PARCELA WS-TELEFONE
                                  WS-AUD-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       FECHAR-ARQUIVOS.
            IF WS-FS-CADASTRO = "00" THEN
                CLOSE CADASTRO
