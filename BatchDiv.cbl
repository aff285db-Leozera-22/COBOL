      *                     FERIADOS) - parcela vencida em dia de
      *                     loja fechada nao acumula juros no dia em
      *                     que o cliente nao podia pagar.
      *   15/10/2026 - LO - Posicao diaria da carteira: cada contrato
      *                     fechado grava um registro no arquivo
      *                     POSICAO (saldo em aberto, juros,
      *                     vencimento em aberto mais antigo, dias de
      *                     atraso, faixa e telefone do cliente), com
      *                     registro de controle datado que so fica
      *                     "C" (completo) no fim da rodada. RELATORIO,
      *                     NOTIFICA, EXPAGENC, GERENMES e PERDALOT
      *                     passam a ler a posicao em vez de recalcular
      *                     o atraso. O reinicio (RESTART) completa a
      *                     posicao da mesma data.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDIV.
               RECORD KEY IS WS-PRC-CHAVE
               FILE STATUS IS WS-FS-PARCELAS.

           SELECT POSICAO ASSIGN TO "POSICAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-POS-CONTRATO
               FILE STATUS IS WS-FS-POSICAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  POSICAO.
           COPY "copybooks/PosicaoReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO     PIC XX.
       77 WS-FS-CONTRATOS    PIC XX.
       77 WS-AUD-CONTRATO    PIC 9(07).
       77 WS-IMAGEM-ANTES    PIC X(120).
       77 WS-IMAGEM-DEPOIS   PIC X(120).
       77 WS-FS-POSICAO      PIC XX.
       77 WS-SW-POS-ABERTO   PIC X VALUE "N".
           88 WS-POSICAO-ABERTA VALUE "S".
       77 WS-SW-FIM-POS      PIC X VALUE "N".
           88 WS-FIM-POSICAO   VALUE "S".
       77 WS-QTD-POSICAO     PIC 9(07) VALUE 0.
       77 WS-HORA-SISTEMA    PIC 9(08).
       77 WS-SALDO-PLANO     PIC 9(08)V99.
       77 WS-FAIXA1-DIAS     PIC 9(03) VALUE 30.
       77 WS-FAIXA2-DIAS     PIC 9(03) VALUE 60.
       77 WS-FAIXA3-DIAS     PIC 9(03) VALUE 90.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                PERFORM REINICIAR-DO-CHECKPOINT
            END-IF

            PERFORM CARREGAR-FAIXAS.
            PERFORM ABRIR-POSICAO.

            PERFORM LER-PROXIMO-CONTRATO.
            PERFORM PROCESSAR-CONTRATO UNTIL WS-FIM-CONTRATOS.

                PERFORM GRAVAR-CHECKPOINT
            END-IF

            PERFORM CONCLUIR-POSICAO.

            DISPLAY "=========================================="
            DISPLAY "FECHAMENTO NOTURNO CONCLUIDO - CONTRATOS "
                    "PROCESSADOS: " WS-QTD-PROCESSADOS
            MOVE WS-CTR-NUMERO   TO WS-AUD-CONTRATO
            REWRITE WS-REG-CONTRATO
            PERFORM GRAVAR-AUDITORIA
            IF WS-POSICAO-ABERTA THEN
                PERFORM GRAVAR-POSICAO-CONTRATO
            END-IF
            PERFORM IMPRIMIR-EXTRATO-CONTRATO

            ADD 1 TO WS-QTD-PROCESSADOS

       SOMAR-JUROS-PLANO.
            MOVE ZEROS TO WS-VENC-ABERTO
            MOVE ZEROS TO WS-SALDO-PLANO
            MOVE "N" TO WS-SW-FIM-PARC
            MOVE WS-CTR-NUMERO TO WS-PRC-CONTRATO
            MOVE ZEROS         TO WS-PRC-NUMERO
                IF WS-VENC-ABERTO = ZEROS THEN
                    MOVE WS-PRC-DATA-VENCTO TO WS-VENC-ABERTO
                END-IF
                COMPUTE WS-SALDO-PLANO = WS-SALDO-PLANO
                      + WS-PRC-VALOR - WS-PRC-VLR-PAGO
                MOVE WS-PRC-DATA-VENCTO TO WS-VENC-UTIL
                CALL "PROXDIAU" USING WS-VENC-UTIL WS-VENC-ROLADO
                COMPUTE WS-DIAS-ATRASO =
                      * WS-MESES-ATRASO
            END-IF.

      ******************************************************************
      * POSICAO DIARIA DA CARTEIRA - CONTROLE (CHAVE ZERO) GRAVADO
      * "A" NA ABERTURA E SO MARCADO "C" NO FIM DA RODADA; O
      * REINICIO REABRE A POSICAO DA MESMA DATA E A COMPLETA
      ******************************************************************
       CARREGAR-FAIXAS.
            MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
            MOVE "FAIXA1"        TO WS-PAR-CODIGO
            MOVE WS-FAIXA1-DIAS  TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR    TO WS-FAIXA1-DIAS
            MOVE "FAIXA2"        TO WS-PAR-CODIGO
            MOVE WS-FAIXA2-DIAS  TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR    TO WS-FAIXA2-DIAS
            MOVE "FAIXA3"        TO WS-PAR-CODIGO
            MOVE WS-FAIXA3-DIAS  TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR    TO WS-FAIXA3-DIAS.

       ABRIR-POSICAO.
            IF WS-PARM-RESTART(1:7) = "RESTART" AND
                  WS-CKPT-ACHADO THEN
                PERFORM REABRIR-POSICAO
            ELSE
                PERFORM CRIAR-POSICAO
            END-IF.

       CRIAR-POSICAO.
            OPEN OUTPUT POSICAO.
            IF WS-FS-POSICAO = "00" THEN
                CLOSE POSICAO
                OPEN I-O POSICAO
            END-IF
            IF WS-FS-POSICAO = "00" THEN
                SET WS-POSICAO-ABERTA TO TRUE
                PERFORM GRAVAR-CONTROLE-POSICAO
            ELSE
                DISPLAY "POSICAO NAO ABRIU (STATUS "
                        WS-FS-POSICAO ") - POSICAO DA CARTEIRA "
                        "NAO GRAVADA"
                PERFORM AVISAR-RETORNO
            END-IF.

       REABRIR-POSICAO.
            OPEN I-O POSICAO.
            IF WS-FS-POSICAO = "00" THEN
                MOVE ZEROS TO WS-POS-CONTRATO
                READ POSICAO
                    INVALID KEY
                        MOVE ZEROS TO WS-POS-DATA-REF
                END-READ
                IF WS-POS-DATA-REF = WS-DATA-SISTEMA THEN
                    SET WS-POSICAO-ABERTA TO TRUE
                    DISPLAY "REINICIO COMPLETA A POSICAO DE "
                            WS-POS-DATA-REF
                ELSE
                    CLOSE POSICAO
                    DISPLAY "POSICAO GRAVADA EM OUTRA DATA - O "
                            "REINICIO NAO A COMPLETA (RODAR O "
                            "BATCHDIV SEM RESTART)"
                    PERFORM AVISAR-RETORNO
                END-IF
            ELSE
                DISPLAY "POSICAO NAO ABRIU (STATUS "
                        WS-FS-POSICAO ") - POSICAO DA CARTEIRA "
                        "NAO GRAVADA"
                PERFORM AVISAR-RETORNO
            END-IF.

       GRAVAR-CONTROLE-POSICAO.
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE SPACES          TO WS-REG-POSICAO
            MOVE ZEROS           TO WS-POS-CONTRATO
            MOVE WS-DATA-SISTEMA TO WS-POS-DATA-REF
            SET WS-POS-EM-ANDAMENTO TO TRUE
            MOVE ZEROS           TO WS-POS-QTD-CONTRATOS
            MOVE WS-HORA-SISTEMA TO WS-POS-HORA-GERACAO
            MOVE WS-FAIXA1-DIAS  TO WS-POS-FAIXA1-DIAS
            MOVE WS-FAIXA2-DIAS  TO WS-POS-FAIXA2-DIAS
            MOVE WS-FAIXA3-DIAS  TO WS-POS-FAIXA3-DIAS
            WRITE WS-REG-POSICAO
                INVALID KEY
                    REWRITE WS-REG-POSICAO
            END-WRITE.

       GRAVAR-POSICAO-CONTRATO.
            MOVE SPACES            TO WS-REG-POSICAO
            MOVE WS-CTR-NUMERO     TO WS-POS-CONTRATO
            MOVE WS-DATA-SISTEMA   TO WS-POS-DATA-REF
            MOVE WS-CTR-TELEFONE   TO WS-POS-TELEFONE
            MOVE WS-CTR-STS-DIVIDA TO WS-POS-STS-DIVIDA
            MOVE WS-CTR-JUROS      TO WS-POS-JUROS
            IF WS-PLANO-EXISTE THEN
                MOVE WS-SALDO-PLANO TO WS-POS-SALDO-ABERTO
            ELSE
                COMPUTE WS-POS-SALDO-ABERTO =
                        WS-VLR-TOTAL - WS-VLR-PAGO
            END-IF
            IF WS-CTR-PG THEN
                MOVE ZEROS TO WS-POS-VENC-ABERTO
            ELSE
                MOVE WS-CTR-DATA-VENCTO TO WS-POS-VENC-ABERTO
            END-IF
            IF WS-POS-VENC-ABERTO = ZEROS THEN
                MOVE ZERO TO WS-DIAS-ATRASO
            ELSE
                MOVE WS-POS-VENC-ABERTO TO WS-VENC-UTIL
                CALL "PROXDIAU" USING WS-VENC-UTIL WS-VENC-ROLADO
                COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                      - FUNCTION INTEGER-OF-DATE(WS-VENC-ROLADO)
            END-IF
            MOVE WS-DIAS-ATRASO TO WS-POS-DIAS-ATRASO
            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO <= 0
                    MOVE 0 TO WS-POS-FAIXA
                WHEN WS-DIAS-ATRASO <= WS-FAIXA1-DIAS
                    MOVE 1 TO WS-POS-FAIXA
                WHEN WS-DIAS-ATRASO <= WS-FAIXA2-DIAS
                    MOVE 2 TO WS-POS-FAIXA
                WHEN WS-DIAS-ATRASO <= WS-FAIXA3-DIAS
                    MOVE 3 TO WS-POS-FAIXA
                WHEN OTHER
                    MOVE 4 TO WS-POS-FAIXA
            END-EVALUATE
            WRITE WS-REG-POSICAO
                INVALID KEY
                    REWRITE WS-REG-POSICAO
            END-WRITE.

       CONCLUIR-POSICAO.
            IF WS-POSICAO-ABERTA THEN
                IF WS-CONTRATOS-ABERTOS THEN
                    PERFORM CONTAR-POSICAO
                    MOVE ZEROS TO WS-POS-CONTRATO
                    READ POSICAO
                        INVALID KEY
                            PERFORM GRAVAR-CONTROLE-POSICAO
                    END-READ
                    SET WS-POS-COMPLETA TO TRUE
                    MOVE WS-QTD-POSICAO TO WS-POS-QTD-CONTRATOS
                    REWRITE WS-REG-POSICAO
                    DISPLAY "POSICAO DA CARTEIRA DE " WS-POS-DATA-REF
                            " GRAVADA - CONTRATOS: " WS-QTD-POSICAO
                ELSE
                    DISPLAY "POSICAO DA CARTEIRA FICA INCOMPLETA "
                            "(CONTRATOS NAO ABRIU)"
                END-IF
                CLOSE POSICAO
            END-IF.

       CONTAR-POSICAO.
            MOVE ZEROS TO WS-QTD-POSICAO
            MOVE "N"   TO WS-SW-FIM-POS
            MOVE ZEROS TO WS-POS-CONTRATO
            START POSICAO KEY IS GREATER THAN WS-POS-CONTRATO
                INVALID KEY
                    SET WS-FIM-POSICAO TO TRUE
            END-START
            PERFORM LER-PROXIMA-POSICAO
            PERFORM SOMAR-POSICAO UNTIL WS-FIM-POSICAO.

       LER-PROXIMA-POSICAO.
            IF NOT WS-FIM-POSICAO THEN
                READ POSICAO NEXT RECORD
                    AT END
                        SET WS-FIM-POSICAO TO TRUE
                END-READ
            END-IF.

       SOMAR-POSICAO.
            ADD 1 TO WS-QTD-POSICAO
            PERFORM LER-PROXIMA-POSICAO.

       GRAVAR-AUDITORIA.
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-AUD-OPERADOR
                                  WS-AUD-ARQUIVO WS-AUD-TELEFONE
