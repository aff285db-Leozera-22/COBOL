      * Purpose: FECHAMENTO DE CAIXA - LISTA O MOVIMENTO DO RAZAO DE
      *          PAGAMENTOS (PAGTOS) DE UMA DATA OU PERIODO, COM
      *          SUBTOTAL POR OPERADOR, LANCAMENTOS DA AGENCIA
      *          (IMPAGENC) E DO BANCO (IMPBANCO) SEPARADOS E TOTAL
      *          GERAL, PARA A CONFERENCIA DA GAVETA, DO ACERTO COM A
      *          AGENCIA E DO CREDITO DOS BOLETOS
      * Tectonics: cobc
      * Modification History:
      *   21/08/2026 - LO - Criacao.
      *                     movimento do periodo segue lendo o
      *                     arquivo inteiro, agora por READ NEXT na
      *                     sequencia da chave.
      *   15/10/2026 - LO - Liquidacoes de boleto postadas pelo
      *                     IMPBANCO (operador "BANCO") em linha
      *                     propria, fora dos subtotais do balcao,
      *                     para conferir com o credito do banco.
      *   15/10/2026 - LO - Desconto de quitacao antecipada (tipo "D"
      *                     no razao) entra negativo, como o estorno:
      *                     o total do caixa fica no dinheiro recebido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXADIA.
       77 WS-QTD-LISTADOS   PIC 9(05) VALUE 0.
       77 WS-QTD-AGENCIA    PIC 9(05) VALUE 0.
       77 WS-TOT-AGENCIA    PIC S9(09)V99 VALUE 0.
       77 WS-QTD-BANCO      PIC 9(05) VALUE 0.
       77 WS-TOT-BANCO      PIC S9(09)V99 VALUE 0.
       77 WS-TOT-BALCAO     PIC S9(09)V99 VALUE 0.
       77 WS-TOT-GERAL      PIC S9(09)V99 VALUE 0.
       77 WS-QTD-OPERS      PIC 9(02) VALUE 0.
            PERFORM LER-PROXIMO-PAGTO.

       ACUMULAR-PAGTO.
            IF WS-PGTO-ESTORNO OR WS-PGTO-DESCONTO THEN
                COMPUTE WS-VLR-SINAL = 0 - WS-PGTO-VALOR
            ELSE
                MOVE WS-PGTO-VALOR TO WS-VLR-SINAL
            ADD 1 TO WS-QTD-LISTADOS
            ADD WS-VLR-SINAL TO WS-TOT-GERAL

            EVALUATE WS-PGTO-OPERADOR
                WHEN "AGENCIA"
                    ADD 1 TO WS-QTD-AGENCIA
                    ADD WS-VLR-SINAL TO WS-TOT-AGENCIA
                WHEN "BANCO"
                    ADD 1 TO WS-QTD-BANCO
                    ADD WS-VLR-SINAL TO WS-TOT-BANCO
                WHEN OTHER
                    ADD WS-VLR-SINAL TO WS-TOT-BALCAO
                    PERFORM ACUMULAR-OPERADOR
            END-EVALUATE.

       ACUMULAR-OPERADOR.
            MOVE "N" TO WS-SW-ACHOU-OPER
            MOVE WS-TOT-AGENCIA TO WS-ED-TOTAL
            DISPLAY "TOTAL AGENCIA (IMPAGENC): " WS-ED-TOTAL
                    " EM " WS-QTD-AGENCIA " LANCAMENTOS"
            MOVE WS-TOT-BANCO TO WS-ED-TOTAL
            DISPLAY "TOTAL BANCO (IMPBANCO) .: " WS-ED-TOTAL
                    " EM " WS-QTD-BANCO " LANCAMENTOS"
            MOVE WS-TOT-GERAL TO WS-ED-TOTAL
            DISPLAY "TOTAL GERAL ............: " WS-ED-TOTAL.

