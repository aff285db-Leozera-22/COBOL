      *                     (FERIMANT) - vencimento de parcela rola
      *                     para o proximo dia util e o atraso so
      *                     conta de dia util em diante.
      *   15/10/2026 - LO - Opcao 15: promessa de pagamento
      *                     (PROMESSA) - registra valor e data
      *                     prometidos pelo devedor com o operador
      *                     do sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRSTPROGRAM.
            DISPLAY "13 - MANUTENCAO DE CLIENTES / TROCA DE "
                    "TELEFONE"
            DISPLAY "14 - CALENDARIO DE FERIADOS"
            DISPLAY "15 - PROMESSA DE PAGAMENTO"
            DISPLAY "INFORME A OPCAO DESEJADA: "
            ACCEPT WS-OPCAO
            PERFORM PROCESSAR-OPCAO.
                WHEN 14
                    CALL "FERIMANT" USING WS-OPER-ID WS-OPER-NOME
                                           WS-OPER-NIVEL
                WHEN 15
                    CALL "PROMESSA" USING WS-OPER-ID WS-OPER-NOME
                                           WS-OPER-NIVEL
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
            END-EVALUATE.
