      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 - LO - Criacao.
      *   15/10/2026 - LO - Baixa como perda chama o MARCANEG para
      *                     marcar a exclusao do biro de credito
      *                     quando o contrato esta negativado.
      *   15/10/2026 - LO - Atraso e saldo devedor deixam de ser
      *                     recalculados aqui: os candidatos a baixa
      *                     vem da posicao da carteira gravada pelo
      *                     BATCHDIV (arquivo POSICAO), e o saldo
      *                     baixado e o saldo em aberto mais os
      *                     juros da posicao. O contrato e relido no
      *                     mestre antes da baixa e so e baixado se
      *                     seguir em aberto. Posicao incompleta ou
      *                     desatualizada (VALPOSIC) recusa a rodada
      *                     com RC 8.
      *   15/10/2026 - LO - Saldo baixado volta a ser apurado no
      *                     contrato relido (parcelas em aberto do
      *                     plano, ou parcelas restantes do mestre,
      *                     mais os juros), e nao na posicao: o
      *                     pagamento lancado depois do BATCHDIV nao
      *                     entra na perda. A posicao so escolhe os
      *                     candidatos. Cancelamento das parcelas vai
      *                     para a trilha de auditoria (arquivo
      *                     "PARCELAS").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDALOT.
               RECORD KEY IS WS-PRC-CHAVE
               FILE STATUS IS WS-FS-PARCELAS.

           SELECT POSICAO ASSIGN TO "POSICAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-POS-CONTRATO
               FILE STATUS IS WS-FS-POSICAO.

           SELECT CONTABIL ASSIGN TO "CONTABIL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  POSICAO.
           COPY "copybooks/PosicaoReg.cpy".

       FD  CONTABIL.
           COPY "copybooks/ContabilReg.cpy".

       77 WS-DIAS-CORTE     PIC 9(05) VALUE 360.
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-DIAS-ATRASO    PIC S9(05).
       77 WS-NUM-CONTRATO   PIC 9(07).
       77 WS-FS-POSICAO     PIC XX.
       77 WS-SW-FIM-POS     PIC X VALUE "N".
           88 WS-FIM-POSICAO VALUE "S".
       77 WS-SW-POS-ABERTO  PIC X VALUE "N".
           88 WS-POSICAO-ABERTA VALUE "S".
       77 WS-SW-POS-VALIDA  PIC X VALUE "N".
           88 WS-POSICAO-VALIDA VALUE "S".
       77 WS-SW-CTR-ABERTO  PIC X VALUE "N".
           88 WS-CONTRATOS-ABERTOS VALUE "S".
       77 WS-SW-PARC-ABERTO PIC X VALUE "N".
           88 WS-PLANO-EXISTE VALUE "S".
       77 WS-SALDO-PLANO    PIC 9(08)V99.
       77 WS-SALDO-DEVEDOR  PIC 9(08)V99.
       77 WS-QTD-MUDARAM    PIC 9(05) VALUE 0.
       77 WS-TOT-BAIXADO    PIC 9(11)V99 VALUE 0.
       77 WS-QTD-BAIXADOS   PIC 9(05) VALUE 0.
       77 WS-QTD-AVALIADOS  PIC 9(05) VALUE 0.
       77 WS-AUD-PROGRAMA   PIC X(10) VALUE "PERDALOT".
       77 WS-AUD-OPERADOR   PIC X(10) VALUE "PERDALOT".
       77 WS-AUD-ARQUIVO    PIC X(08) VALUE "CONTRATO".
       77 WS-AUD-ARQ-PARCELA PIC X(08) VALUE "PARCELAS".
       77 WS-AUD-TELEFONE   PIC X(09).
       77 WS-AUD-CONTRATO   PIC 9(07).
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       77 WS-NEG-MOTIVO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "=========================================="

            PERFORM ABRIR-ARQUIVOS.

            IF WS-POSICAO-VALIDA AND WS-CONTRATOS-ABERTOS THEN
                PERFORM POSICIONAR-CONTRATOS
                PERFORM LER-PROXIMA-POSICAO
                PERFORM AVALIAR-CONTRATO UNTIL WS-FIM-POSICAO

                IF WS-QTD-BAIXADOS > 0 THEN
                    PERFORM GRAVAR-CONTABIL-PERDA
                END-IF

                MOVE WS-TOT-BAIXADO TO WS-ED-TOTAL
                DISPLAY "CONTRATOS AVALIADOS .: " WS-QTD-AVALIADOS
                DISPLAY "CONTRATOS BAIXADOS ..: " WS-QTD-BAIXADOS
                DISPLAY "MUDARAM APOS POSICAO : " WS-QTD-MUDARAM
                DISPLAY "TOTAL BAIXADO .......: " WS-ED-TOTAL
            END-IF
            IF NOT WS-POSICAO-VALIDA THEN
                DISPLAY "BAIXA NAO EXECUTADA - POSICAO DA CARTEIRA "
                        "RECUSADA"
                MOVE 8 TO RETURN-CODE
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.
            END-IF.

       ABRIR-ARQUIVOS.
            OPEN INPUT POSICAO.
            IF WS-FS-POSICAO = "00" THEN
                SET WS-POSICAO-ABERTA TO TRUE
                PERFORM VALIDAR-POSICAO
            ELSE
                DISPLAY "POSICAO DA CARTEIRA NAO ABRIU (STATUS "
                        WS-FS-POSICAO ") - RODAR O BATCHDIV"
            END-IF
            OPEN I-O CONTRATOS.
            IF WS-FS-CONTRATOS = "00" THEN
                SET WS-CONTRATOS-ABERTOS TO TRUE
            ELSE
                DISPLAY "CONTRATOS INEXISTENTE OU VAZIO - "
                        "NADA A BAIXAR"
            END-IF
            OPEN I-O PARCELAS.
            IF WS-FS-PARCELAS = "00" THEN
                SET WS-PARCELAS-ABERTAS TO TRUE
            END-IF.

       VALIDAR-POSICAO.
            MOVE ZEROS TO WS-POS-CONTRATO
            READ POSICAO
                INVALID KEY
                    MOVE ZEROS  TO WS-POS-DATA-REF
                    MOVE SPACES TO WS-POS-SITUACAO
            END-READ
            CALL "VALPOSIC" USING WS-POS-DATA-REF WS-POS-SITUACAO
                                  WS-DATA-SISTEMA WS-SW-POS-VALIDA.

       POSICIONAR-CONTRATOS.
            MOVE ZEROS TO WS-POS-CONTRATO
            START POSICAO KEY IS GREATER THAN WS-POS-CONTRATO
                INVALID KEY
                    SET WS-FIM-POSICAO TO TRUE
            END-START.

       LER-PROXIMA-POSICAO.
            IF NOT WS-FIM-POSICAO THEN
                READ POSICAO NEXT RECORD
                    AT END
                        SET WS-FIM-POSICAO TO TRUE
                END-READ
            END-IF.

       AVALIAR-CONTRATO.
            IF WS-POS-N-PG THEN
                ADD 1 TO WS-QTD-AVALIADOS
                MOVE WS-POS-CONTRATO    TO WS-NUM-CONTRATO
                MOVE WS-POS-DIAS-ATRASO TO WS-DIAS-ATRASO
                IF WS-DIAS-ATRASO > WS-DIAS-CORTE THEN
                    PERFORM RELER-CONTRATO
                END-IF
            END-IF
            PERFORM LER-PROXIMA-POSICAO.

       RELER-CONTRATO.
            MOVE WS-NUM-CONTRATO TO WS-CTR-NUMERO
            READ CONTRATOS
                INVALID KEY
                    MOVE SPACES TO WS-CTR-STS-DIVIDA
            END-READ
            IF WS-CTR-N-PG THEN
                PERFORM APURAR-SALDO-DEVEDOR
                PERFORM BAIXAR-CONTRATO
            ELSE
                ADD 1 TO WS-QTD-MUDARAM
                DISPLAY "CONTRATO " WS-NUM-CONTRATO
                        " NAO BAIXADO - SITUACAO MUDOU DESDE A "
                        "POSICAO DA CARTEIRA"
            END-IF.

       APURAR-SALDO-DEVEDOR.
            MOVE ZEROS TO WS-SALDO-PLANO
            MOVE "N"   TO WS-SW-TEM-PLANO
            MOVE "N"   TO WS-SW-FIM-PARC
            IF WS-PARCELAS-ABERTAS THEN
            IF WS-PRC-ABERTA THEN
                COMPUTE WS-SALDO-PLANO = WS-SALDO-PLANO
                      + WS-PRC-VALOR - WS-PRC-VLR-PAGO
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

            MOVE WS-CTR-NUMERO   TO WS-AUD-CONTRATO
            REWRITE WS-REG-CONTRATO
            PERFORM GRAVAR-AUDITORIA
            MOVE "P" TO WS-NEG-MOTIVO
            CALL "MARCANEG" USING WS-NUM-CONTRATO WS-NEG-MOTIVO
                                  WS-DATA-SISTEMA
            IF WS-PARCELAS-ABERTAS THEN
                PERFORM CANCELAR-PARCELAS-ABERTAS
            END-IF

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
            MOVE WS-REG-PARCELA TO WS-IMAGEM-DEPOIS
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-AUD-OPERADOR
                                  WS-AUD-ARQ-PARCELA WS-AUD-TELEFONE
                                  WS-AUD-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       FECHAR-ARQUIVOS.
            IF WS-POSICAO-ABERTA THEN
                CLOSE POSICAO
            END-IF
            IF WS-CONTRATOS-ABERTOS THEN
                CLOSE CONTRATOS
            END-IF
