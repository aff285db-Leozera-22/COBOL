      *                     no caixa e no recibo mas nao baixa
      *                     parcela nem reabre o contrato. Estorno
      *                     em contrato de perda nao e suportado.
      *   15/10/2026 - LO - Quitacao do contrato chama o MARCANEG
      *                     para marcar a exclusao do biro de
      *                     credito quando o contrato esta
      *                     negativado.
      *   15/10/2026 - LO - Quitacao antecipada: opcao 4 emite cotacao
      *                     numerada (arquivo COTACAO) do valor para
      *                     quitar o contrato numa data base - saldo
      *                     das parcelas vencidas com os juros da
      *                     regra do BATCHDIV e parcelas a vencer com
      *                     desconto pela taxa DESCANTE (PARAMS),
      *                     valida ate a data base (prazo maximo
      *                     COTAPRAZ). Opcao 5 liquida a cotacao no
      *                     prazo: o valor cotado baixa todas as
      *                     parcelas em aberto, grava um lancamento
      *                     por parcela no razao, emite um unico
      *                     recibo de quitacao e marca o contrato
      *                     "S".
      *   15/10/2026 - LO - Reimpressao de recibo (opcao 3) procura no
      *                     historico HRECIBOS quando o lancamento e de
      *                     contrato ja arquivado pelo ARQUIVA.
      *   15/10/2026 - LO - Liquidacao da cotacao lanca a parcela pelo
      *                     valor cheio (saldo + juros) e o desconto
      *                     de antecipacao em lancamento proprio
      *                     (tipo "D" no razao), para a contagem de
      *                     parcelas pagas do VERIFICA fechar com o
      *                     contrato quitado.
      *   15/10/2026 - LO - Toda gravacao no razao PAGTOS e no plano
      *                     PARCELAS vai para a trilha de auditoria
      *                     (arquivo "PAGTOS"/"PARCELAS", registro
      *                     como imagem), para o RECUPERA reaplicar o
      *                     movimento do dia sobre a copia noturna.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAMENTO.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT HRECIBOS ASSIGN TO "HRECIBOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-HRC-NUMERO
               ALTERNATE RECORD KEY IS WS-HRC-PGTO-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-HRECIBOS.

           SELECT RECIMPR ASSIGN TO "RECIMPR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIMPR.

           SELECT COTACAO ASSIGN TO "COTACAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-COT-NUMERO
               FILE STATUS IS WS-FS-COTACAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
       FD  RECIBOS.
           COPY "copybooks/ReciboReg.cpy".

       FD  HRECIBOS.
           COPY "copybooks/HReciboReg.cpy".

       FD  RECIMPR.
       01  WS-LINHA-RECIMPR    PIC X(80).

       FD  COTACAO.
           COPY "copybooks/CotacaoReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-NUM-PARC-PAGA  PIC 9(03).
       77 WS-VENC-ABERTO    PIC 9(08).
       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-NEG-MOTIVO     PIC X.
       77 WS-OPCAO-MODO     PIC 9(01).
       77 WS-AUX-SEQ        PIC X(05).
       77 WS-NUM-SEQ-EST    PIC 9(05).
       77 WS-PARC-ESTORNADA PIC 9(03).
       77 WS-AUD-PROGRAMA   PIC X(10) VALUE "PAGAMENTO".
       77 WS-AUD-ARQUIVO    PIC X(08) VALUE "CONTRATO".
       77 WS-AUD-ARQ-PAGTO  PIC X(08) VALUE "PAGTOS".
       77 WS-AUD-ARQ-PARCELA PIC X(08) VALUE "PARCELAS".
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       77 WS-FS-FECHADOS    PIC XX.
       77 WS-ED-RESTA       PIC $$,$$$,$$9.99.
       77 WS-FS-RECIBOS     PIC XX.
       77 WS-FS-RECIMPR     PIC XX.
       77 WS-FS-HRECIBOS    PIC XX.
       77 WS-NUM-RECIBO     PIC 9(07).
       77 WS-SEQ-GRAVADO    PIC 9(05).
       77 WS-SW-FIM-REC     PIC X VALUE "N".
           88 WS-LANCAR-RECUPER VALUE "S".
       77 WS-LINHA          PIC X(80).
       77 WS-ED-PARC-REC    PIC ZZ9.
       77 WS-FS-COTACAO     PIC XX.
       77 WS-AUX-COTACAO    PIC X(07).
       77 WS-NUM-COTACAO    PIC 9(07).
       77 WS-SW-NUM-COT     PIC X VALUE "N".
           88 WS-NUM-COTACAO-OK VALUE "S".
       77 WS-SW-COT-OK      PIC X VALUE "N".
           88 WS-COTACAO-VALIDA VALUE "S".
       77 WS-SW-FIM-COT     PIC X VALUE "N".
           88 WS-FIM-COTACOES VALUE "S".
       77 WS-SW-DATA-OK     PIC X VALUE "N".
           88 WS-DATA-BASE-VALIDA VALUE "S".
       77 WS-AUX-DATA-BASE  PIC X(08).
       77 WS-DATA-BASE      PIC 9(08).
       77 WS-DATA-LIMITE    PIC 9(08).
       77 WS-DATA-DESC-REF  PIC 9(08).
       77 WS-DIA-INTEIRO    PIC 9(08).
       77 WS-PRAZO-COTACAO  PIC 9(03) VALUE 10.
       77 WS-TAXA-JUROS-MES PIC 9(01)V99 VALUE 2.50.
       77 WS-TAXA-VIGENTE   PIC 9(05)V99.
       77 WS-TAXA-DESC-MES  PIC 9(01)V99 VALUE 1.00.
       77 WS-TAXA-DESCONTO  PIC 9(03)V99.
       77 WS-PAR-CODIGO     PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-PAR-VALOR      PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.
       77 WS-VENC-UTIL      PIC 9(08).
       77 WS-VENC-ROLADO    PIC 9(08).
       77 WS-DIAS-ATRASO    PIC S9(05).
       77 WS-MESES-ATRASO   PIC 9(03).
       77 WS-DIAS-ANTEC     PIC S9(05).
       77 WS-MESES-ANTEC    PIC 9(03).
       77 WS-VLR-ABERTO-PARC PIC 9(07)V99.
       77 WS-JUROS-PARC     PIC 9(07)V99.
       77 WS-DESC-PARC      PIC 9(07)V99.
       77 WS-VLR-LANCTO     PIC 9(07)V99.
       77 WS-TIPO-LANCTO    PIC X.
       77 WS-QUI-QTD-PARC   PIC 9(03).
       77 WS-QUI-VENCIDO    PIC 9(07)V99.
       77 WS-QUI-JUROS      PIC 9(07)V99.
       77 WS-QUI-VINCENDO   PIC 9(07)V99.
       77 WS-QUI-DESCONTO   PIC 9(07)V99.
       77 WS-QUI-TOTAL      PIC 9(07)V99.
       77 WS-PRIM-SEQ-QUIT  PIC 9(05).
       77 WS-ED-TAXA        PIC ZZ9.99.

       LINKAGE SECTION.
       01 LK-OPER-ID        PIC X(05).
            DISPLAY "1 - REGISTRAR PAGAMENTO"
            DISPLAY "2 - ESTORNAR PAGAMENTO"
            DISPLAY "3 - REIMPRIMIR RECIBO"
            DISPLAY "4 - COTACAO DE QUITACAO ANTECIPADA"
            DISPLAY "5 - LIQUIDAR COTACAO DE QUITACAO"
            DISPLAY "INFORME A OPCAO: "
            ACCEPT WS-OPCAO-MODO.

                            PERFORM REGISTRAR-PAGAMENTO
                        WHEN 2
                            PERFORM ESTORNAR-PAGAMENTO
                        WHEN 4
                            PERFORM EMITIR-COTACAO
                        WHEN 5
                            PERFORM LIQUIDAR-COTACAO
                        WHEN OTHER
                            DISPLAY "OPCAO INVALIDA"
                    END-EVALUATE
                            MOVE WS-PGTO-VALOR   TO WS-VLR-ESTORNO
                            MOVE WS-PGTO-PARCELA
                              TO WS-PARC-ESTORNADA
                            MOVE WS-REG-PGTO TO WS-IMAGEM-ANTES
                            SET WS-PGTO-ESTORNADO TO TRUE
                            REWRITE WS-REG-PGTO
                            PERFORM GRAVAR-AUDITORIA-PAGTO
                            SET WS-ESTORNO-ACHADO TO TRUE
                        END-IF
                END-READ
            SET WS-PGTO-ESTORNO  TO TRUE
            MOVE WS-NUM-SEQ-EST  TO WS-PGTO-SEQ-EST
            MOVE WS-PGTO-SEQ     TO WS-SEQ-GRAVADO
            MOVE SPACES          TO WS-IMAGEM-ANTES
            WRITE WS-REG-PGTO
            PERFORM GRAVAR-AUDITORIA-PAGTO
            CLOSE PAGTOS.

       ESTORNAR-VALOR-PLANO.
            END-IF.

       DEBITAR-PARCELA-LIDA.
            MOVE WS-REG-PARCELA TO WS-IMAGEM-ANTES
            IF WS-PRC-VLR-PAGO > WS-VALOR-RESTA THEN
                SUBTRACT WS-VALOR-RESTA FROM WS-PRC-VLR-PAGO
                MOVE ZEROS TO WS-VALOR-RESTA
                SET WS-PRC-ABERTA TO TRUE
                MOVE ZEROS TO WS-PRC-DATA-PGTO
            END-IF
            REWRITE WS-REG-PARCELA
            PERFORM GRAVAR-AUDITORIA-PARCELA.

       ACHAR-ULT-PARC-CREDITO.
            MOVE ZEROS TO WS-ULT-PARC-CRED
                    PERFORM GRAVAR-AUDITORIA
            END-READ.

       EMITIR-COTACAO.
            IF NOT WS-CTR-N-PG THEN
                DISPLAY "CONTRATO SEM DIVIDA EM ABERTO (SITUACAO "
                        WS-CTR-STS-DIVIDA ") - COTACAO NAO EMITIDA"
            ELSE
                PERFORM CALCULAR-PRAZO-COTACAO
                MOVE "N" TO WS-SW-DATA-OK
                PERFORM SOLICITAR-DATA-BASE UNTIL WS-DATA-BASE-VALIDA
                MOVE WS-DATA-HOJE TO WS-DATA-DESC-REF
                PERFORM APURAR-QUITACAO
                IF WS-QUI-TOTAL = ZEROS THEN
                    DISPLAY "CONTRATO SEM SALDO A QUITAR - COTACAO "
                            "NAO EMITIDA"
                ELSE
                    PERFORM GRAVAR-COTACAO
                    PERFORM IMPRIMIR-COTACAO
                END-IF
            END-IF.

       CALCULAR-PRAZO-COTACAO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE "COTAPRAZ"       TO WS-PAR-CODIGO
            MOVE WS-DATA-HOJE     TO WS-PAR-DATA-REF
            MOVE WS-PRAZO-COTACAO TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR     TO WS-PRAZO-COTACAO
            COMPUTE WS-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                  + WS-PRAZO-COTACAO
            COMPUTE WS-DATA-LIMITE =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

       SOLICITAR-DATA-BASE.
            DISPLAY "INFORME A DATA DA QUITACAO (AAAAMMDD, "
                    "0 = HOJE): "
            ACCEPT WS-AUX-DATA-BASE
            IF WS-AUX-DATA-BASE = "0" THEN
                MOVE WS-DATA-HOJE TO WS-AUX-DATA-BASE
            END-IF
            IF WS-AUX-DATA-BASE NUMERIC THEN
                MOVE WS-AUX-DATA-BASE TO WS-DATA-BASE
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BASE)
                      NOT = 0 THEN
                    DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
                ELSE
                    IF WS-DATA-BASE < WS-DATA-HOJE OR
                          WS-DATA-BASE > WS-DATA-LIMITE THEN
                        DISPLAY "DATA FORA DO PRAZO (DE HOJE ATE "
                                WS-DATA-LIMITE ") - DIGITE "
                                "NOVAMENTE"
                    ELSE
                        SET WS-DATA-BASE-VALIDA TO TRUE
                    END-IF
                END-IF
            ELSE
                DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
            END-IF.

       APURAR-QUITACAO.
            MOVE ZEROS TO WS-QUI-QTD-PARC
            MOVE ZEROS TO WS-QUI-VENCIDO
            MOVE ZEROS TO WS-QUI-JUROS
            MOVE ZEROS TO WS-QUI-VINCENDO
            MOVE ZEROS TO WS-QUI-DESCONTO
            PERFORM BUSCAR-TAXA-DESCONTO
            MOVE "N" TO WS-SW-PLANO
            PERFORM VERIFICAR-PLANO
            IF WS-PLANO-EXISTE THEN
                PERFORM SOMAR-QUITACAO-PARCELA UNTIL WS-FIM-PARCELAS
            ELSE
                PERFORM APURAR-QUITACAO-SEM-PLANO
            END-IF
            COMPUTE WS-QUI-TOTAL = WS-QUI-VENCIDO + WS-QUI-JUROS
                  + WS-QUI-VINCENDO - WS-QUI-DESCONTO.

       BUSCAR-TAXA-DESCONTO.
            MOVE "DESCANTE"       TO WS-PAR-CODIGO
            MOVE WS-DATA-DESC-REF TO WS-PAR-DATA-REF
            MOVE WS-TAXA-DESC-MES TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR     TO WS-TAXA-DESCONTO.

       SOMAR-QUITACAO-PARCELA.
            IF WS-PRC-ABERTA THEN
                PERFORM CALCULAR-PARCELA-QUITACAO
                ADD 1 TO WS-QUI-QTD-PARC
                IF WS-DIAS-ATRASO > 0 THEN
                    ADD WS-VLR-ABERTO-PARC TO WS-QUI-VENCIDO
                    ADD WS-JUROS-PARC      TO WS-QUI-JUROS
                ELSE
                    ADD WS-VLR-ABERTO-PARC TO WS-QUI-VINCENDO
                    ADD WS-DESC-PARC       TO WS-QUI-DESCONTO
                END-IF
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

      * Parcela vencida (vencimento rolado para dia util antes da data
      * base): juros pela mesma regra do fechamento noturno BATCHDIV.
      * Parcela a vencer: desconto simples pela taxa DESCANTE por mes
      * inteiro de antecipacao ate o vencimento.
       CALCULAR-PARCELA-QUITACAO.
            MOVE ZEROS TO WS-JUROS-PARC
            MOVE ZEROS TO WS-DESC-PARC
            COMPUTE WS-VLR-ABERTO-PARC =
                    WS-PRC-VALOR - WS-PRC-VLR-PAGO
            MOVE WS-PRC-DATA-VENCTO TO WS-VENC-UTIL
            CALL "PROXDIAU" USING WS-VENC-UTIL WS-VENC-ROLADO
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                  - FUNCTION INTEGER-OF-DATE(WS-VENC-ROLADO)
            IF WS-DIAS-ATRASO > 0 THEN
                MOVE WS-PRC-DATA-VENCTO TO WS-PAR-DATA-REF
                PERFORM BUSCAR-TAXA-VIGENTE
                COMPUTE WS-MESES-ATRASO =
                        (WS-DIAS-ATRASO + 29) / 30
                COMPUTE WS-JUROS-PARC ROUNDED =
                        WS-VLR-ABERTO-PARC
                      * (WS-TAXA-VIGENTE / 100)
                      * WS-MESES-ATRASO
            ELSE
                COMPUTE WS-DIAS-ANTEC =
                        FUNCTION INTEGER-OF-DATE(WS-PRC-DATA-VENCTO)
                      - FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                IF WS-DIAS-ANTEC >= 30 THEN
                    COMPUTE WS-MESES-ANTEC = WS-DIAS-ANTEC / 30
                    COMPUTE WS-DESC-PARC ROUNDED =
                            WS-VLR-ABERTO-PARC
                          * (WS-TAXA-DESCONTO / 100)
                          * WS-MESES-ANTEC
                    IF WS-DESC-PARC > WS-VLR-ABERTO-PARC THEN
                        MOVE WS-VLR-ABERTO-PARC TO WS-DESC-PARC
                    END-IF
                END-IF
            END-IF.

       BUSCAR-TAXA-VIGENTE.
            MOVE "TAXAJURO"        TO WS-PAR-CODIGO
            MOVE WS-TAXA-JUROS-MES TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR TO WS-TAXA-VIGENTE.

       APURAR-QUITACAO-SEM-PLANO.
            COMPUTE WS-QUI-QTD-PARC =
                    WS-CTR-QTD-PARC - WS-CTR-PARC-PGS
            COMPUTE WS-VLR-ABERTO-PARC =
                    WS-QUI-QTD-PARC * WS-CTR-VLR-PARC
            MOVE ZERO TO WS-DIAS-ATRASO
            IF WS-CTR-DATA-VENCTO NOT = ZEROS THEN
                MOVE WS-CTR-DATA-VENCTO TO WS-VENC-UTIL
                CALL "PROXDIAU" USING WS-VENC-UTIL WS-VENC-ROLADO
                COMPUTE WS-DIAS-ATRASO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
                      - FUNCTION INTEGER-OF-DATE(WS-VENC-ROLADO)
            END-IF
            IF WS-DIAS-ATRASO > 0 THEN
                MOVE WS-VLR-ABERTO-PARC TO WS-QUI-VENCIDO
                MOVE WS-CTR-DATA-VENCTO TO WS-PAR-DATA-REF
                PERFORM BUSCAR-TAXA-VIGENTE
                COMPUTE WS-MESES-ATRASO = (WS-DIAS-ATRASO + 29) / 30
                COMPUTE WS-QUI-JUROS ROUNDED =
                        WS-VLR-ABERTO-PARC * (WS-TAXA-VIGENTE / 100)
                      * WS-MESES-ATRASO
            ELSE
                MOVE WS-VLR-ABERTO-PARC TO WS-QUI-VINCENDO
            END-IF.

       GRAVAR-COTACAO.
            PERFORM CONTAR-PAGAMENTOS
            PERFORM GERAR-NUMERO-COTACAO
            MOVE WS-NUM-COTACAO   TO WS-COT-NUMERO
            MOVE WS-NUM-CONTRATO  TO WS-COT-CONTRATO
            MOVE WS-TELEFONE      TO WS-COT-TELEFONE
            MOVE WS-DATA-HOJE     TO WS-COT-DATA-EMISSAO
            MOVE WS-DATA-BASE     TO WS-COT-DATA-BASE
            MOVE WS-DATA-BASE     TO WS-COT-DATA-VALIDADE
            MOVE WS-OPERADOR      TO WS-COT-OPERADOR
            MOVE WS-QUI-QTD-PARC  TO WS-COT-QTD-PARC
            MOVE WS-QUI-VENCIDO   TO WS-COT-VLR-VENCIDO
            MOVE WS-QUI-JUROS     TO WS-COT-VLR-JUROS
            MOVE WS-QUI-VINCENDO  TO WS-COT-VLR-VINCENDO
            MOVE WS-QUI-DESCONTO  TO WS-COT-VLR-DESCONTO
            MOVE WS-QUI-TOTAL     TO WS-COT-VLR-QUITACAO
            MOVE WS-TAXA-DESCONTO TO WS-COT-TAXA-DESCONTO
            MOVE WS-MAX-SEQ       TO WS-COT-ULT-SEQ
            SET WS-COT-EMITIDA    TO TRUE
            MOVE ZEROS            TO WS-COT-DATA-LIQUIDACAO
            MOVE ZEROS            TO WS-COT-SEQ-PGTO
            MOVE ZEROS            TO WS-COT-RECIBO
            WRITE WS-REG-COTACAO
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A COTACAO - STATUS "
                            WS-FS-COTACAO
            END-WRITE.

       GERAR-NUMERO-COTACAO.
            MOVE ZEROS TO WS-NUM-COTACAO
            MOVE "N"   TO WS-SW-FIM-COT
            MOVE ZEROS TO WS-COT-NUMERO
            START COTACAO KEY IS GREATER THAN WS-COT-NUMERO
                INVALID KEY
                    SET WS-FIM-COTACOES TO TRUE
            END-START
            PERFORM GUARDAR-ULTIMA-COTACAO UNTIL WS-FIM-COTACOES
            ADD 1 TO WS-NUM-COTACAO.

       GUARDAR-ULTIMA-COTACAO.
            READ COTACAO NEXT RECORD
                AT END
                    SET WS-FIM-COTACOES TO TRUE
                NOT AT END
                    MOVE WS-COT-NUMERO TO WS-NUM-COTACAO
            END-READ.

       IMPRIMIR-COTACAO.
            PERFORM MONTAR-NOME-CLIENTE
            OPEN EXTEND RECIMPR.
            IF WS-FS-RECIMPR = "35" THEN
                OPEN OUTPUT RECIMPR
                CLOSE RECIMPR
                OPEN EXTEND RECIMPR
            END-IF
            MOVE ALL "=" TO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "LOJA - COTACAO DE QUITACAO ANTECIPADA NR "
                   WS-COT-NUMERO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "EMITIDA EM: " WS-COT-DATA-EMISSAO
                   "  OPERADOR: " WS-COT-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "CLIENTE: " WS-NOME-CLIENTE
                   "  TELEFONE: " WS-COT-TELEFONE
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-COT-QTD-PARC TO WS-ED-PARC-REC
            STRING "CONTRATO: " WS-COT-CONTRATO
                   "  PARCELAS EM ABERTO: " WS-ED-PARC-REC
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-COT-VLR-VENCIDO TO WS-ED-VALOR
            STRING "PARCELAS VENCIDAS (SALDO):    " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-COT-VLR-JUROS TO WS-ED-VALOR
            STRING "JUROS DE ATRASO:            + " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-COT-VLR-VINCENDO TO WS-ED-VALOR
            STRING "PARCELAS A VENCER:          + " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-COT-VLR-DESCONTO  TO WS-ED-VALOR
            MOVE WS-COT-TAXA-DESCONTO TO WS-ED-TAXA
            STRING "DESCONTO ANTECIPACAO:       - " WS-ED-VALOR
                   "  (" WS-ED-TAXA "% A.M.)"
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-COT-VLR-QUITACAO TO WS-ED-VALOR
            STRING "VALOR PARA QUITACAO:        = " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "CALCULADO PARA " WS-COT-DATA-BASE
                   " - VALIDO PARA PAGAMENTO ATE "
                   WS-COT-DATA-VALIDADE
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            CLOSE RECIMPR.

       LIQUIDAR-COTACAO.
            PERFORM VERIFICAR-PERIODO-FECHADO
            IF WS-PERIODO-FECHADO THEN
                DISPLAY "MES " WS-DATA-HOJE(1:6) " JA FECHADO PELA "
                        "CONTABILIDADE - QUITACAO NAO LANCADA"
            ELSE
                IF NOT WS-CTR-N-PG THEN
                    DISPLAY "CONTRATO SEM DIVIDA EM ABERTO (SITUACAO "
                            WS-CTR-STS-DIVIDA ") - QUITACAO NAO "
                            "LANCADA"
                ELSE
                    MOVE "N" TO WS-SW-NUM-COT
                    PERFORM SOLICITAR-NUM-COTACAO
                            UNTIL WS-NUM-COTACAO-OK
                    PERFORM VALIDAR-COTACAO
                    IF WS-COTACAO-VALIDA THEN
                        PERFORM EFETIVAR-QUITACAO
                    END-IF
                END-IF
            END-IF.

       SOLICITAR-NUM-COTACAO.
            DISPLAY "INFORME O NUMERO DA COTACAO (7 DIGITOS): "
            ACCEPT WS-AUX-COTACAO
            IF WS-AUX-COTACAO NUMERIC THEN
                MOVE WS-AUX-COTACAO TO WS-NUM-COTACAO
                SET WS-NUM-COTACAO-OK TO TRUE
            ELSE
                DISPLAY "NUMERO DE COTACAO INVALIDO - "
                        "DIGITE NOVAMENTE"
            END-IF.

       VALIDAR-COTACAO.
            MOVE "N" TO WS-SW-COT-OK
            MOVE WS-NUM-COTACAO TO WS-COT-NUMERO
            READ COTACAO
                INVALID KEY
                    DISPLAY "COTACAO NAO ENCONTRADA"
                NOT INVALID KEY
                    PERFORM CONFERIR-COTACAO
            END-READ.

       CONFERIR-COTACAO.
            PERFORM CONTAR-PAGAMENTOS
            EVALUATE TRUE
                WHEN WS-COT-CONTRATO NOT = WS-NUM-CONTRATO
                    DISPLAY "COTACAO NAO PERTENCE A ESTE CONTRATO"
                WHEN WS-COT-LIQUIDADA
                    DISPLAY "COTACAO JA LIQUIDADA EM "
                            WS-COT-DATA-LIQUIDACAO
                WHEN WS-DATA-HOJE > WS-COT-DATA-VALIDADE
                    DISPLAY "COTACAO VENCIDA EM " WS-COT-DATA-VALIDADE
                            " - EMITA NOVA COTACAO"
                WHEN WS-MAX-SEQ NOT = WS-COT-ULT-SEQ
                    DISPLAY "HOUVE LANCAMENTO NO CONTRATO APOS A "
                            "COTACAO - EMITA NOVA COTACAO"
                WHEN OTHER
                    PERFORM CONFERIR-VALOR-COTACAO
            END-EVALUATE.

       CONFERIR-VALOR-COTACAO.
            MOVE WS-COT-DATA-BASE    TO WS-DATA-BASE
            MOVE WS-COT-DATA-EMISSAO TO WS-DATA-DESC-REF
            PERFORM APURAR-QUITACAO
            IF WS-QUI-TOTAL NOT = WS-COT-VLR-QUITACAO THEN
                DISPLAY "PLANO DE PARCELAS ALTERADO DESDE A "
                        "COTACAO - EMITA NOVA COTACAO"
            ELSE
                SET WS-COTACAO-VALIDA TO TRUE
            END-IF.

       EFETIVAR-QUITACAO.
            MOVE WS-COT-VLR-QUITACAO TO WS-ED-VALOR
            DISPLAY "VALOR DA COTACAO " WS-COT-NUMERO ": " WS-ED-VALOR
            MOVE "N" TO WS-SW-VALOR-OK
            PERFORM SOLICITAR-VALOR UNTIL WS-VALOR-VALIDO
            IF WS-VALOR-PAGO NOT = WS-COT-VLR-QUITACAO THEN
                DISPLAY "VALOR DIFERENTE DO COTADO - QUITACAO NAO "
                        "LANCADA (PAGAMENTO PARCIAL PELA OPCAO 1)"
            ELSE
                PERFORM GRAVAR-LANCTOS-QUITACAO
                PERFORM QUITAR-CONTRATO
                PERFORM EMITIR-RECIBO-QUITACAO
                PERFORM BAIXAR-COTACAO
                DISPLAY "CONTRATO " WS-NUM-CONTRATO " QUITADO - "
                        WS-QUI-QTD-PARC " PARCELA(S), VALOR "
                        WS-ED-VALOR
            END-IF.

       GRAVAR-LANCTOS-QUITACAO.
            OPEN I-O PAGTOS.
            IF WS-FS-PAGTOS = "35" THEN
                OPEN OUTPUT PAGTOS
                CLOSE PAGTOS
                OPEN I-O PAGTOS
            END-IF
            MOVE ZEROS TO WS-PRIM-SEQ-QUIT
            IF WS-PLANO-EXISTE THEN
                PERFORM POSICIONAR-PARCELAS
                PERFORM QUITAR-PARCELA UNTIL WS-FIM-PARCELAS
            ELSE
                MOVE WS-CTR-PARC-PGS TO WS-NUM-PARC-PAGA
                PERFORM QUITAR-PARCELA-SEM-PLANO
                        WS-QUI-QTD-PARC TIMES
            END-IF
            CLOSE PAGTOS.

       QUITAR-PARCELA.
            IF WS-PRC-ABERTA THEN
                PERFORM CALCULAR-PARCELA-QUITACAO
                COMPUTE WS-VLR-LANCTO = WS-VLR-ABERTO-PARC
                      + WS-JUROS-PARC
                MOVE WS-PRC-NUMERO TO WS-NUM-PARC-PAGA
                MOVE "N"           TO WS-TIPO-LANCTO
                PERFORM GRAVAR-LANCTO-QUITACAO
                IF WS-DESC-PARC > ZEROS THEN
                    MOVE WS-DESC-PARC TO WS-VLR-LANCTO
                    MOVE "D"          TO WS-TIPO-LANCTO
                    PERFORM GRAVAR-LANCTO-QUITACAO
                END-IF
                MOVE WS-REG-PARCELA TO WS-IMAGEM-ANTES
                MOVE WS-PRC-VALOR TO WS-PRC-VLR-PAGO
                SET WS-PRC-PAGA   TO TRUE
                MOVE WS-DATA-HOJE TO WS-PRC-DATA-PGTO
                REWRITE WS-REG-PARCELA
                PERFORM GRAVAR-AUDITORIA-PARCELA
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

       QUITAR-PARCELA-SEM-PLANO.
            ADD 1 TO WS-NUM-PARC-PAGA
            MOVE WS-CTR-VLR-PARC TO WS-VLR-LANCTO
            IF WS-NUM-PARC-PAGA = WS-CTR-QTD-PARC THEN
                ADD WS-QUI-JUROS TO WS-VLR-LANCTO
            END-IF
            MOVE "N" TO WS-TIPO-LANCTO
            PERFORM GRAVAR-LANCTO-QUITACAO.

       GRAVAR-LANCTO-QUITACAO.
            ADD 1 TO WS-MAX-SEQ
            MOVE WS-TELEFONE      TO WS-PGTO-TELEFONE
            MOVE WS-NUM-CONTRATO  TO WS-PGTO-CONTRATO
            MOVE WS-MAX-SEQ       TO WS-PGTO-SEQ
            MOVE WS-DATA-HOJE     TO WS-PGTO-DATA
            MOVE WS-VLR-LANCTO    TO WS-PGTO-VALOR
            MOVE WS-OPERADOR      TO WS-PGTO-OPERADOR
            MOVE WS-NUM-PARC-PAGA TO WS-PGTO-PARCELA
            MOVE WS-TIPO-LANCTO   TO WS-PGTO-TIPO
            MOVE ZEROS            TO WS-PGTO-SEQ-EST
            IF WS-PRIM-SEQ-QUIT = ZEROS THEN
                MOVE WS-MAX-SEQ TO WS-PRIM-SEQ-QUIT
            END-IF
            MOVE SPACES           TO WS-IMAGEM-ANTES
            WRITE WS-REG-PGTO
            PERFORM GRAVAR-AUDITORIA-PAGTO.

       QUITAR-CONTRATO.
            MOVE WS-NUM-CONTRATO TO WS-CTR-NUMERO
            READ CONTRATOS
                INVALID KEY
                    DISPLAY "CONTRATO NAO ENCONTRADO PARA ATUALIZAR"
                NOT INVALID KEY
                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-ANTES
                    MOVE WS-CTR-QTD-PARC TO WS-CTR-PARC-PGS
                    MOVE ZEROS           TO WS-CTR-JUROS
                    SET WS-CTR-PG        TO TRUE
                    IF WS-PLANO-EXISTE THEN
                        PERFORM ACHAR-VENC-ABERTO
                        MOVE WS-VENC-ABERTO TO WS-CTR-DATA-VENCTO
                    END-IF
                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-DEPOIS
                    REWRITE WS-REG-CONTRATO
                    PERFORM GRAVAR-AUDITORIA
                    MOVE "Q" TO WS-NEG-MOTIVO
                    CALL "MARCANEG" USING WS-NUM-CONTRATO
                            WS-NEG-MOTIVO WS-DATA-HOJE
            END-READ.

       EMITIR-RECIBO-QUITACAO.
            PERFORM MONTAR-NOME-CLIENTE
            PERFORM APURAR-SALDO-CONTRATO
            PERFORM GERAR-NUMERO-RECIBO
            MOVE WS-NUM-RECIBO    TO WS-REC-NUMERO
            MOVE WS-NUM-CONTRATO  TO WS-REC-CONTRATO
            MOVE WS-PRIM-SEQ-QUIT TO WS-REC-SEQ
            SET WS-REC-QUITACAO   TO TRUE
            MOVE WS-DATA-HOJE     TO WS-REC-DATA
            ACCEPT WS-HORA-AGORA FROM TIME
            MOVE WS-HORA-AGORA    TO WS-REC-HORA
            MOVE WS-TELEFONE      TO WS-REC-TELEFONE
            MOVE WS-NOME-CLIENTE  TO WS-REC-CLIENTE
            MOVE WS-QUI-QTD-PARC  TO WS-REC-PARCELA
            MOVE WS-VALOR-PAGO    TO WS-REC-VALOR
            MOVE WS-OPERADOR      TO WS-REC-OPERADOR
            MOVE WS-SALDO-RESTANTE TO WS-REC-SALDO
            MOVE WS-COT-NUMERO    TO WS-REC-NUM-ORIG
            WRITE WS-REG-RECIBO
            PERFORM IMPRIMIR-RECIBO.

       BAIXAR-COTACAO.
            SET WS-COT-LIQUIDADA  TO TRUE
            MOVE WS-DATA-HOJE     TO WS-COT-DATA-LIQUIDACAO
            MOVE WS-PRIM-SEQ-QUIT TO WS-COT-SEQ-PGTO
            MOVE WS-NUM-RECIBO    TO WS-COT-RECIBO
            REWRITE WS-REG-COTACAO.

       GRAVAR-AUDITORIA.
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-OPERADOR
                                  WS-AUD-ARQUIVO WS-TELEFONE
                                  WS-NUM-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PAGTO.
            MOVE WS-REG-PGTO TO WS-IMAGEM-DEPOIS
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-OPERADOR
                                  WS-AUD-ARQ-PAGTO WS-TELEFONE
                                  WS-NUM-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PARCELA.
            MOVE WS-REG-PARCELA TO WS-IMAGEM-DEPOIS
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-OPERADOR
                                  WS-AUD-ARQ-PARCELA WS-TELEFONE
                                  WS-NUM-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       ABRIR-ARQUIVOS.
            OPEN I-O CADASTRO.
            IF WS-FS-CADASTRO = "35" THEN
                OPEN OUTPUT RECIBOS
                CLOSE RECIBOS
                OPEN I-O RECIBOS
            END-IF
            OPEN I-O COTACAO.
            IF WS-FS-COTACAO = "35" THEN
                OPEN OUTPUT COTACAO
                CLOSE COTACAO
                OPEN I-O COTACAO
            END-IF.

       VERIFICAR-PERIODO-FECHADO.

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

            END-IF
            MOVE ZEROS          TO WS-PGTO-SEQ-EST
            MOVE WS-PGTO-SEQ    TO WS-SEQ-GRAVADO
            MOVE SPACES         TO WS-IMAGEM-ANTES
            WRITE WS-REG-PGTO
            PERFORM GRAVAR-AUDITORIA-PAGTO
            CLOSE PAGTOS.

       ATUALIZAR-CONTRATO.
                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-DEPOIS
                    REWRITE WS-REG-CONTRATO
                    PERFORM GRAVAR-AUDITORIA
                    IF WS-CTR-PG THEN
                        MOVE "Q" TO WS-NEG-MOTIVO
                        CALL "MARCANEG" USING WS-NUM-CONTRATO
                                WS-NEG-MOTIVO WS-DATA-HOJE
                    END-IF
            END-READ.

       CONTAR-PARCELAS-PAGAS.
                       WS-REC-NUMERO
                       DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                IF WS-REC-QUITACAO THEN
                    STRING "LOJA - RECIBO DE QUITACAO NR "
                           WS-REC-NUMERO
                           DELIMITED BY SIZE INTO WS-LINHA
                ELSE
                    STRING "LOJA - NOTA DE ESTORNO NR "
                           WS-REC-NUMERO
                           DELIMITED BY SIZE INTO WS-LINHA
                END-IF
            END-IF
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-REC-PARCELA TO WS-ED-PARC-REC
            IF WS-REC-QUITACAO THEN
                STRING "CONTRATO: " WS-REC-CONTRATO
                       "  PARCELAS QUITADAS: " WS-ED-PARC-REC
                       DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "CONTRATO: " WS-REC-CONTRATO
                       "  PARCELA BAIXADA: " WS-ED-PARC-REC
                       DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM IMPRIMIR-LINHA
            MOVE SPACES TO WS-LINHA
            MOVE WS-REC-VALOR TO WS-ED-VALOR
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM IMPRIMIR-LINHA
            END-IF
            IF WS-REC-QUITACAO THEN
                MOVE SPACES TO WS-LINHA
                STRING "QUITACAO ANTECIPADA - COTACAO NR "
                       WS-REC-NUM-ORIG
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM IMPRIMIR-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA
            PERFORM IMPRIMIR-LINHA
            CLOSE RECIMPR.
                MOVE WS-AUX-CONTRATO TO WS-REC-CONTRATO
                MOVE WS-AUX-SEQ-REC  TO WS-REC-SEQ
                READ RECIBOS KEY IS WS-REC-PGTO-CHAVE
                    INVALID KEY
                        PERFORM REIMPRIMIR-RECIBO-ARQUIVADO
                    NOT INVALID KEY
                        PERFORM IMPRIMIR-RECIBO
                END-READ
            ELSE
                DISPLAY "CONTRATO/SEQ INVALIDOS"
            END-IF.

      * Lancamento de contrato arquivado: o recibo esta no historico,
      * com o mesmo layout do RECIBOS.
       REIMPRIMIR-RECIBO-ARQUIVADO.
            OPEN INPUT HRECIBOS
            IF WS-FS-HRECIBOS = "00" THEN
                MOVE WS-AUX-CONTRATO TO WS-HRC-CONTRATO
                MOVE WS-AUX-SEQ-REC  TO WS-HRC-SEQ
                READ HRECIBOS KEY IS WS-HRC-PGTO-CHAVE
                    INVALID KEY
                        DISPLAY "RECIBO NAO ENCONTRADO PARA O "
                                "LANCAMENTO INFORMADO"
                    NOT INVALID KEY
                        MOVE WS-REG-HRECIBO TO WS-REG-RECIBO
                        DISPLAY "CONTRATO ARQUIVADO - RECIBO LIDO DO "
                                "HISTORICO"
                        PERFORM IMPRIMIR-RECIBO
                END-READ
                CLOSE HRECIBOS
            ELSE
                DISPLAY "RECIBO NAO ENCONTRADO PARA O "
                        "LANCAMENTO INFORMADO"
            END-IF.

       FECHAR-ARQUIVOS.
                CLOSE FECHADOS
            END-IF
            CLOSE RECIBOS.
            CLOSE COTACAO.
