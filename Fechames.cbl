      * Purpose: FECHAMENTO MENSAL - TOTALIZA OS RECEBIMENTOS DO MES
      *          NO RAZAO (PAGTOS), OS JUROS APROPRIADOS NA CARTEIRA
      *          E O SALDO DA CARTEIRA EM ABERTO (CONTRATOS), GRAVA O
      *          RESUMO NO ARQUIVO DE INTERFACE CONTABIL (CONTABIL),
      *          COM A COMISSAO DA AGENCIA ACORDADA NO ACERTO MENSAL
      *          (CONTROLE COMISSAO, DO COMAGENC), E
      *          MARCA O PERIODO COMO FECHADO (FECHADOS), TRAVANDO
      *          LANCAMENTO RETROATIVO NO MES JA CONTABILIZADO.
      *          PARM OPCIONAL NA LINHA DE COMANDO: PERIODO AAAAMM
      *                     trava o periodo (nao existe reabertura, e
      *                     um dataset mal alocado fechava o mes com
      *                     totais zerados na contabilidade).
      *   15/10/2026 - LO - Comissao da agencia de cobranca: o total
      *                     acordado no acerto mensal (controle
      *                     COMISSAO, gravado pelo COMAGENC) entra na
      *                     interface contabil como despesa na conta
      *                     COM00001. Sem acerto do periodo, ou com
      *                     recebimento da agencia no razao diferente
      *                     do apurado no acerto (lancamento posterior
      *                     ao COMAGENC), o fechamento e abortado.
      *   15/10/2026 - LO - Desconto de quitacao antecipada (tipo "D"
      *                     no razao) abatido do total recebido, como
      *                     o estorno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHMES.
               RECORD KEY IS WS-FCH-PERIODO
               FILE STATUS IS WS-FS-FECHADOS.

           SELECT COMISSAO ASSIGN TO "COMISSAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-COM-PERIODO
               FILE STATUS IS WS-FS-COMISSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS.
       FD  FECHADOS.
           COPY "copybooks/FechamentoReg.cpy".

       FD  COMISSAO.
           COPY "copybooks/ComissaoReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-PAGTOS      PIC XX.
       77 WS-FS-CONTABIL    PIC XX.
       77 WS-FS-FECHADOS    PIC XX.
       77 WS-FS-COMISSAO    PIC XX.
       77 WS-PARM-PERIODO   PIC X(20).
       77 WS-PERIODO        PIC 9(06).
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-TOT-CARTEIRA   PIC 9(11)V99 VALUE 0.
       77 WS-QTD-RECEBTOS   PIC 9(05) VALUE 0.
       77 WS-QTD-ABERTOS    PIC 9(05) VALUE 0.
       77 WS-TOT-AGENCIA    PIC 9(11)V99 VALUE 0.
       77 WS-TOT-COMISSAO   PIC S9(09)V99 VALUE 0.
       77 WS-ED-TOTAL       PIC -$$$,$$$,$$$,$$9.99.
       01 WS-PERIODO-CALC.
           03 WS-PER-ANO    PIC 9(04).
            ELSE
                PERFORM TOTALIZAR-RECEBIMENTOS
                PERFORM TOTALIZAR-CARTEIRA
                PERFORM OBTER-COMISSAO-AGENCIA
                IF WS-APURACAO-FALHOU THEN
                    DISPLAY "FECHAMENTO ABORTADO - APURACAO "
                            "INCOMPLETA: NADA FOI GRAVADO NA "
                    ADD WS-PGTO-VALOR TO WS-TOT-RECUPERADO
                    ADD 1 TO WS-QTD-RECUPER
                ELSE
                    IF WS-PGTO-ESTORNO OR WS-PGTO-DESCONTO THEN
                        COMPUTE WS-VLR-SINAL = 0 - WS-PGTO-VALOR
                    ELSE
                        MOVE WS-PGTO-VALOR TO WS-VLR-SINAL
                    ADD WS-VLR-SINAL TO WS-TOT-RECEBIDO
                    ADD 1 TO WS-QTD-RECEBTOS
                END-IF
                IF WS-PGTO-OPERADOR = "AGENCIA" AND
                      NOT WS-PGTO-ESTORNO THEN
                    ADD WS-PGTO-VALOR TO WS-TOT-AGENCIA
                END-IF
            END-IF
            PERFORM LER-PROXIMO-PAGTO.

            END-IF
            PERFORM LER-PROXIMO-CONTRATO.

       OBTER-COMISSAO-AGENCIA.
            OPEN INPUT COMISSAO
            IF WS-FS-COMISSAO NOT = "00" THEN
                DISPLAY "CONTROLE COMISSAO NAO ABRIU (STATUS "
                        WS-FS-COMISSAO ") - RODAR O COMAGENC DO "
                        "PERIODO ANTES DO FECHAMENTO"
                SET WS-APURACAO-FALHOU TO TRUE
            ELSE
                MOVE WS-PERIODO TO WS-COM-PERIODO
                READ COMISSAO
                    INVALID KEY
                        DISPLAY "ACERTO DE COMISSAO DA AGENCIA DO "
                                "PERIODO NAO APURADO - RODAR O "
                                "COMAGENC ANTES DO FECHAMENTO"
                        SET WS-APURACAO-FALHOU TO TRUE
                    NOT INVALID KEY
                        IF WS-COM-VLR-AGENCIA NOT = WS-TOT-AGENCIA
                              THEN
                            DISPLAY "RECEBIMENTO DA AGENCIA NO RAZAO "
                                    "DIFERE DO ACERTO DE "
                                    WS-COM-DATA-APURACAO
                                    " - REEXECUTAR O COMAGENC"
                            SET WS-APURACAO-FALHOU TO TRUE
                        ELSE
                            MOVE WS-COM-TOT-ACORDADO
                              TO WS-TOT-COMISSAO
                        END-IF
                END-READ
                CLOSE COMISSAO
            END-IF.

       GRAVAR-CONTABIL.
            OPEN EXTEND CONTABIL.
            IF WS-FS-CONTABIL = "35" THEN
            MOVE WS-TOT-JUROS     TO WS-CTB-VALOR
            WRITE WS-REG-CONTABIL

            IF WS-TOT-COMISSAO NOT = 0 THEN
                MOVE WS-PERIODO       TO WS-CTB-PERIODO
                MOVE "COM00001"       TO WS-CTB-CONTA
                MOVE "COMISSAO AGENCIA DE COBRANCA" TO WS-CTB-DESCRICAO
                SET WS-CTB-DEBITO     TO TRUE
                IF WS-TOT-COMISSAO < 0 THEN
                    SET WS-CTB-CREDITO TO TRUE
                    COMPUTE WS-CTB-VALOR = 0 - WS-TOT-COMISSAO
                ELSE
                    MOVE WS-TOT-COMISSAO TO WS-CTB-VALOR
                END-IF
                WRITE WS-REG-CONTABIL
            END-IF

            MOVE WS-PERIODO       TO WS-CTB-PERIODO
            MOVE "CAR00001"       TO WS-CTB-CONTA
            MOVE "SALDO DA CARTEIRA EM ABERTO" TO WS-CTB-DESCRICAO
            MOVE WS-TOT-RECUPERADO TO WS-ED-TOTAL
            DISPLAY "RECUPERACOES DE PERDA ...: " WS-ED-TOTAL
                    " EM " WS-QTD-RECUPER " LANCAMENTO(S)"
            MOVE WS-TOT-COMISSAO TO WS-ED-TOTAL
            DISPLAY "COMISSAO DA AGENCIA .....: " WS-ED-TOTAL
            MOVE WS-TOT-JUROS TO WS-ED-TOTAL
            DISPLAY "JUROS APROPRIADOS .......: " WS-ED-TOTAL
            MOVE WS-TOT-CARTEIRA TO WS-ED-TOTAL
