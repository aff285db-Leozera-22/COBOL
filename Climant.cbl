      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 - LO - Criacao.
      *   15/10/2026 - LO - Religacao do contrato e do razao PAGTOS na
      *                     troca de telefone vai para a trilha de
      *                     auditoria (arquivo "CONTRATO"/"PAGTOS",
      *                     no telefone novo), para o RECUPERA
      *                     reaplicar o movimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMANT.
       77 WS-AUD-CONTRATO   PIC 9(07) VALUE ZEROS.
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       77 WS-AUD-ARQ-RELIG  PIC X(08).
       77 WS-IMAGEM-REL-ANTES  PIC X(120).
       77 WS-IMAGEM-REL-DEPOIS PIC X(120).

       LINKAGE SECTION.
       01 LK-OPER-ID        PIC X(05).
                    DISPLAY "CONTRATO SUMIU AO RELIGAR: "
                            WS-NUM-CONTRATO
                NOT INVALID KEY
                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-REL-ANTES
                    MOVE WS-TEL-NOVO TO WS-CTR-TELEFONE
                    REWRITE WS-REG-CONTRATO
                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-REL-DEPOIS
                    MOVE "CONTRATO"      TO WS-AUD-ARQ-RELIG
                    PERFORM GRAVAR-AUDITORIA-RELIGACAO
            END-READ
            IF WS-PAGTOS-ABERTOS THEN
                PERFORM RELIGAR-PAGTOS-CONTRATO

       RELIGAR-UM-PAGTO.
            IF WS-PGTO-TELEFONE = WS-TELEFONE THEN
                MOVE WS-REG-PGTO TO WS-IMAGEM-REL-ANTES
                MOVE WS-TEL-NOVO TO WS-PGTO-TELEFONE
                REWRITE WS-REG-PGTO
                MOVE WS-REG-PGTO TO WS-IMAGEM-REL-DEPOIS
                MOVE "PAGTOS"    TO WS-AUD-ARQ-RELIG
                PERFORM GRAVAR-AUDITORIA-RELIGACAO
                ADD 1 TO WS-QTD-PAGTOS
            END-IF
            PERFORM LER-PROXIMO-PAGTO.
                                  WS-AUD-ARQUIVO WS-TELEFONE-MESTRE
                                  WS-AUD-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-RELIGACAO.
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA LK-OPER-NOME
                                  WS-AUD-ARQ-RELIG WS-TEL-NOVO
                                  WS-NUM-CONTRATO WS-IMAGEM-REL-ANTES
                                  WS-IMAGEM-REL-DEPOIS.
