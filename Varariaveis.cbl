      *                     o vencimento. A cadencia mensal do plano
      *                     segue pelo dia original, sem acumular o
      *                     deslocamento.
      *   15/10/2026 - LO - Analise de credito antes de gravar o
      *                     contrato: parcela em aberto alem da
      *                     faixa tolerada (PARAMS CRDFAIXA), contrato
      *                     baixado como perda, acordo quebrado no
      *                     historico ACORDOS (contrato novo do acordo
      *                     em atraso, renegociado de novo ou em
      *                     perda) ou exposicao acima do limite
      *                     (PARAMS CRDLIMIT) bloqueiam a venda, ou so
      *                     sinalizam com CRDMODO = 0. Supervisor
      *                     libera o bloqueio com motivo. Toda decisao
      *                     vai para o log CREDLOG (relatorio mensal
      *                     CREDMES).
      *   15/10/2026 - LO - Analise de credito le tambem o historico
      *                     HCONTRAT (contratos arquivados pelo
      *                     ARQUIVA): perda arquivada continua
      *                     restringindo, e o contrato novo de acordo
      *                     ja arquivado e classificado pelo registro
      *                     do historico.
      *   15/10/2026 - LO - Parcelas do plano gerado vao para a trilha
      *                     de auditoria (arquivo "PARCELAS"), para o
      *                     RECUPERA reaplicar o movimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIAVEIS.
               RECORD KEY IS WS-PRC-CHAVE
               FILE STATUS IS WS-FS-PARCELAS.

           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOS.

           SELECT HCONTRAT ASSIGN TO "HCONTRAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-HCT-NUMERO
               ALTERNATE RECORD KEY IS WS-HCT-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-HCONTRAT.

           SELECT CREDLOG ASSIGN TO "CREDLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  ACORDOS.
           COPY "copybooks/AcordoReg.cpy".

       FD  HCONTRAT.
           COPY "copybooks/HContratoReg.cpy".

       FD  CREDLOG.
       01  WS-LINHA-CREDLOG    PIC X(150).

       WORKING-STORAGE SECTION.
       77 WS-AUX-NOME    PIC X(10).
       77 WS-AUX-DIVIDA  PIC X(13).
           88 WS-CPF-VALIDO VALUE "S".
       77 WS-VENC-UTIL     PIC 9(08).
       77 WS-VENC-ROLADO   PIC 9(08).
       77 WS-FS-ACORDOS    PIC XX.
       77 WS-FS-CREDLOG    PIC XX.
       77 WS-FS-HCONTRAT   PIC XX.
       77 WS-SW-HCT-ABERTO PIC X VALUE "N".
           88 WS-HCONTRAT-ABERTO VALUE "S".
       77 WS-SW-FIM-HCT    PIC X VALUE "N".
           88 WS-FIM-HCONTRAT VALUE "S".
       77 WS-SW-FIM-ACD    PIC X VALUE "N".
           88 WS-FIM-ACORDOS VALUE "S".
       77 WS-SW-TEM-PLANO  PIC X VALUE "N".
           88 WS-PLANO-EXISTE VALUE "S".
       77 WS-FAIXA1-DIAS   PIC 9(03) VALUE 30.
       77 WS-FAIXA2-DIAS   PIC 9(03) VALUE 60.
       77 WS-FAIXA3-DIAS   PIC 9(03) VALUE 90.
       77 WS-FAIXA-CREDITO PIC 9(01) VALUE 2.
       77 WS-DIAS-TOLERADOS PIC 9(05).
       77 WS-LIMITE-EXPOSICAO PIC 9(05)V99 VALUE 10000.00.
       77 WS-MODO-CREDITO  PIC 9(01) VALUE 1.
           88 WS-CREDITO-SO-SINALIZA VALUE 0.
       77 WS-SALDO-CTR     PIC 9(08)V99.
       77 WS-ATRASO-CTR    PIC S9(05).
       77 WS-AUX-CONFIRMA  PIC X.
       77 WS-ED-DIAS       PIC ZZZZ9.
       COPY "copybooks/CreditoReg.cpy".
       01 WS-VENC-PARC.
           03 WS-VENC-PARC-ANO PIC 9(04).
           03 WS-VENC-PARC-MES PIC 9(02).

            PERFORM SOLICITAR-DIVIDA UNTIL WS-DIVIDA-VALIDA.

            PERFORM AVALIAR-CREDITO.
            IF WS-CRD-RECUSADO THEN
                MOVE ZEROS TO WS-CRD-CONTRATO
                PERFORM GRAVAR-DECISAO-CREDITO
                DISPLAY "VENDA RECUSADA NA ANALISE DE CREDITO - "
                        "CONTRATO NAO GRAVADO"
                PERFORM FECHAR-ARQUIVOS
                GOBACK
            END-IF

            MOVE ZERO TO WS-PARC-PGS.
            DISPLAY "CONTRATO NOVO - PARCELAS PAGAS INICIAM EM 0. "
                    "USE PAGAMENTO PARA REGISTRAR PAGAMENTOS "
            END-IF

            PERFORM GRAVAR-CONTRATO.
            MOVE WS-NUM-CONTRATO TO WS-CRD-CONTRATO
            PERFORM GRAVAR-DECISAO-CREDITO.
            PERFORM FECHAR-ARQUIVOS.

            GOBACK.
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR TO WS-TAXA-VIGENTE.

      ******************************************************************
      * ANALISE DE CREDITO - AVALIA OS CONTRATOS DO TELEFONE E O
      * HISTORICO DE ACORDOS ANTES DE GRAVAR O CONTRATO NOVO
      ******************************************************************
       AVALIAR-CREDITO.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            PERFORM CARREGAR-PARAMETROS-CREDITO
            MOVE "NNNN"              TO WS-CRD-RESTRICOES
            MOVE ZEROS               TO WS-CRD-MAIOR-ATRASO
            MOVE ZEROS               TO WS-CRD-QTD-PERDAS
            MOVE ZEROS               TO WS-CRD-QTD-ACD-QUEBR
            MOVE ZEROS               TO WS-CRD-EXPOSICAO
            MOVE ZEROS               TO WS-CRD-CONTRATO
            MOVE SPACES              TO WS-CRD-SUPERVISOR
            MOVE SPACES              TO WS-CRD-MOTIVO
            MOVE WS-AUD-OPERADOR     TO WS-CRD-OPERADOR
            MOVE WS-TELEFONE         TO WS-CRD-TELEFONE
            MOVE WS-FAIXA-CREDITO    TO WS-CRD-FAIXA-LIMITE
            MOVE WS-LIMITE-EXPOSICAO TO WS-CRD-LIMITE
            COMPUTE WS-CRD-VLR-NOVO = WS-QTD-PARC * WS-VLR-PARC

            IF WS-CLIENTE-ENCONTRADO THEN
                OPEN INPUT HCONTRAT
                IF WS-FS-HCONTRAT = "00" THEN
                    SET WS-HCONTRAT-ABERTO TO TRUE
                END-IF
                PERFORM VERIFICAR-CONTRATOS-CLIENTE
                PERFORM VERIFICAR-ARQUIVADOS-CLIENTE
                PERFORM VERIFICAR-ACORDOS-CLIENTE
                IF WS-HCONTRAT-ABERTO THEN
                    CLOSE HCONTRAT
                    MOVE "N" TO WS-SW-HCT-ABERTO
                END-IF
            END-IF

            IF WS-CRD-MAIOR-ATRASO > WS-DIAS-TOLERADOS THEN
                SET WS-CRD-COM-ATRASO TO TRUE
            END-IF
            IF WS-CRD-QTD-PERDAS > ZEROS THEN
                SET WS-CRD-COM-PERDA TO TRUE
            END-IF
            IF WS-CRD-QTD-ACD-QUEBR > ZEROS THEN
                SET WS-CRD-COM-ACORDO TO TRUE
            END-IF
            IF WS-CRD-EXPOSICAO + WS-CRD-VLR-NOVO > WS-CRD-LIMITE THEN
                SET WS-CRD-COM-LIMITE TO TRUE
            END-IF

            IF WS-CRD-RESTRICOES = "NNNN" THEN
                SET WS-CRD-APROVADO TO TRUE
                DISPLAY "ANALISE DE CREDITO: APROVADO"
            ELSE
                PERFORM EXIBIR-RESTRICOES
                IF WS-CREDITO-SO-SINALIZA THEN
                    SET WS-CRD-SINALIZADO TO TRUE
                    DISPLAY "ANALISE DE CREDITO: VENDA SEGUE COM A "
                            "RESTRICAO SINALIZADA NO LOG"
                ELSE
                    PERFORM SOLICITAR-LIBERACAO
                END-IF
            END-IF.

       CARREGAR-PARAMETROS-CREDITO.
            MOVE WS-DATA-SISTEMA     TO WS-PAR-DATA-REF
            MOVE "FAIXA1"            TO WS-PAR-CODIGO
            MOVE WS-FAIXA1-DIAS      TO WS-PAR-VALOR
            PERFORM BUSCAR-PARAMETRO
            MOVE WS-PAR-VALOR        TO WS-FAIXA1-DIAS
            MOVE "FAIXA2"            TO WS-PAR-CODIGO
            MOVE WS-FAIXA2-DIAS      TO WS-PAR-VALOR
            PERFORM BUSCAR-PARAMETRO
            MOVE WS-PAR-VALOR        TO WS-FAIXA2-DIAS
            MOVE "FAIXA3"            TO WS-PAR-CODIGO
            MOVE WS-FAIXA3-DIAS      TO WS-PAR-VALOR
            PERFORM BUSCAR-PARAMETRO
            MOVE WS-PAR-VALOR        TO WS-FAIXA3-DIAS
            MOVE "CRDFAIXA"          TO WS-PAR-CODIGO
            MOVE WS-FAIXA-CREDITO    TO WS-PAR-VALOR
            PERFORM BUSCAR-PARAMETRO
            MOVE WS-PAR-VALOR        TO WS-FAIXA-CREDITO
            MOVE "CRDLIMIT"          TO WS-PAR-CODIGO
            MOVE WS-LIMITE-EXPOSICAO TO WS-PAR-VALOR
            PERFORM BUSCAR-PARAMETRO
            MOVE WS-PAR-VALOR        TO WS-LIMITE-EXPOSICAO
            MOVE "CRDMODO"           TO WS-PAR-CODIGO
            MOVE WS-MODO-CREDITO     TO WS-PAR-VALOR
            PERFORM BUSCAR-PARAMETRO
            MOVE WS-PAR-VALOR        TO WS-MODO-CREDITO

            EVALUATE WS-FAIXA-CREDITO
                WHEN 0
                    MOVE ZEROS          TO WS-DIAS-TOLERADOS
                WHEN 1
                    MOVE WS-FAIXA1-DIAS TO WS-DIAS-TOLERADOS
                WHEN 2
                    MOVE WS-FAIXA2-DIAS TO WS-DIAS-TOLERADOS
                WHEN 3
                    MOVE WS-FAIXA3-DIAS TO WS-DIAS-TOLERADOS
                WHEN OTHER
                    MOVE 99999          TO WS-DIAS-TOLERADOS
            END-EVALUATE.

       BUSCAR-PARAMETRO.
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO.

       VERIFICAR-CONTRATOS-CLIENTE.
            MOVE "N" TO WS-SW-FIM-CTR
            MOVE WS-TELEFONE TO WS-CTR-TELEFONE
            START CONTRATOS KEY IS EQUAL TO WS-CTR-TELEFONE
                INVALID KEY
                    SET WS-FIM-CONTRATOS TO TRUE
            END-START
            PERFORM LER-CONTRATO-CLIENTE
            PERFORM AVALIAR-CONTRATO-CLIENTE UNTIL WS-FIM-CONTRATOS.

       LER-CONTRATO-CLIENTE.
            IF NOT WS-FIM-CONTRATOS THEN
                READ CONTRATOS NEXT RECORD
                    AT END
                        SET WS-FIM-CONTRATOS TO TRUE
                END-READ
                IF NOT WS-FIM-CONTRATOS AND
                      WS-CTR-TELEFONE NOT = WS-TELEFONE THEN
                    SET WS-FIM-CONTRATOS TO TRUE
                END-IF
            END-IF.

       AVALIAR-CONTRATO-CLIENTE.
            EVALUATE TRUE
                WHEN WS-CTR-PERDA
                    ADD 1 TO WS-CRD-QTD-PERDAS
                WHEN WS-CTR-N-PG
                    PERFORM APURAR-CONTRATO-ABERTO
                    ADD WS-SALDO-CTR TO WS-CRD-EXPOSICAO
                    IF WS-ATRASO-CTR > WS-CRD-MAIOR-ATRASO THEN
                        MOVE WS-ATRASO-CTR TO WS-CRD-MAIOR-ATRASO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM LER-CONTRATO-CLIENTE.

      * Contratos arquivados so contam como perda: o historico guarda
      * apenas contratos encerrados (pagos, renegociados ou perda).
       VERIFICAR-ARQUIVADOS-CLIENTE.
            IF WS-HCONTRAT-ABERTO THEN
                MOVE "N" TO WS-SW-FIM-HCT
                MOVE WS-TELEFONE TO WS-HCT-TELEFONE
                START HCONTRAT KEY IS EQUAL TO WS-HCT-TELEFONE
                    INVALID KEY
                        SET WS-FIM-HCONTRAT TO TRUE
                END-START
                PERFORM LER-ARQUIVADO-CLIENTE
                PERFORM AVALIAR-ARQUIVADO-CLIENTE
                        UNTIL WS-FIM-HCONTRAT
            END-IF.

       LER-ARQUIVADO-CLIENTE.
            IF NOT WS-FIM-HCONTRAT THEN
                READ HCONTRAT NEXT RECORD
                    AT END
                        SET WS-FIM-HCONTRAT TO TRUE
                END-READ
                IF NOT WS-FIM-HCONTRAT AND
                      WS-HCT-TELEFONE NOT = WS-TELEFONE THEN
                    SET WS-FIM-HCONTRAT TO TRUE
                END-IF
            END-IF.

       AVALIAR-ARQUIVADO-CLIENTE.
            MOVE WS-REG-HCONTRATO TO WS-REG-CONTRATO
            IF WS-CTR-PERDA THEN
                ADD 1 TO WS-CRD-QTD-PERDAS
            END-IF
            PERFORM LER-ARQUIVADO-CLIENTE.

      * Saldo devedor (parcelas em aberto + juros) e maior atraso, em
      * dias a partir do vencimento rolado para dia util, do contrato
      * no registro corrente de CONTRATOS.
       APURAR-CONTRATO-ABERTO.
            MOVE ZEROS TO WS-SALDO-CTR
            MOVE ZERO  TO WS-ATRASO-CTR
            MOVE "N"   TO WS-SW-TEM-PLANO
            MOVE WS-CTR-NUMERO TO WS-NUM-CONTRATO
            PERFORM POSICIONAR-PARCELAS
            PERFORM SOMAR-PARCELA-CREDITO UNTIL WS-FIM-PARCELAS
            IF NOT WS-PLANO-EXISTE THEN
                COMPUTE WS-SALDO-CTR =
                        (WS-CTR-QTD-PARC - WS-CTR-PARC-PGS)
                      * WS-CTR-VLR-PARC
                IF WS-CTR-DATA-VENCTO NOT = ZEROS THEN
                    MOVE WS-CTR-DATA-VENCTO TO WS-VENC-UTIL
                    PERFORM CALCULAR-ATRASO-VENC
                END-IF
            END-IF
            ADD WS-CTR-JUROS TO WS-SALDO-CTR.

       SOMAR-PARCELA-CREDITO.
            SET WS-PLANO-EXISTE TO TRUE
            IF WS-PRC-ABERTA THEN
                COMPUTE WS-SALDO-CTR = WS-SALDO-CTR
                      + WS-PRC-VALOR - WS-PRC-VLR-PAGO
                MOVE WS-PRC-DATA-VENCTO TO WS-VENC-UTIL
                PERFORM CALCULAR-ATRASO-VENC
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

       CALCULAR-ATRASO-VENC.
            CALL "PROXDIAU" USING WS-VENC-UTIL WS-VENC-ROLADO
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                  - FUNCTION INTEGER-OF-DATE(WS-VENC-ROLADO)
            IF WS-DIAS-ATRASO > WS-ATRASO-CTR THEN
                MOVE WS-DIAS-ATRASO TO WS-ATRASO-CTR
            END-IF.

      * Acordo quebrado: o contrato novo do acordo (do mesmo telefone)
      * esta em atraso, foi renegociado de novo ou baixado como perda.
       VERIFICAR-ACORDOS-CLIENTE.
            OPEN INPUT ACORDOS
            IF WS-FS-ACORDOS = "00" THEN
                MOVE "N" TO WS-SW-FIM-ACD
                PERFORM LER-PROXIMO-ACORDO
                PERFORM AVALIAR-ACORDO-CLIENTE UNTIL WS-FIM-ACORDOS
                CLOSE ACORDOS
            END-IF.

       LER-PROXIMO-ACORDO.
            READ ACORDOS
                AT END
                    SET WS-FIM-ACORDOS TO TRUE
            END-READ.

       AVALIAR-ACORDO-CLIENTE.
            MOVE WS-ACD-CTR-NOVO TO WS-CTR-NUMERO
            READ CONTRATOS
                INVALID KEY
                    PERFORM AVALIAR-ACORDO-ARQUIVADO
                NOT INVALID KEY
                    IF WS-CTR-TELEFONE = WS-TELEFONE THEN
                        PERFORM CLASSIFICAR-ACORDO-CLIENTE
                    END-IF
            END-READ
            PERFORM LER-PROXIMO-ACORDO.

       AVALIAR-ACORDO-ARQUIVADO.
            IF WS-HCONTRAT-ABERTO THEN
                MOVE WS-ACD-CTR-NOVO TO WS-HCT-NUMERO
                READ HCONTRAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-HCT-TELEFONE = WS-TELEFONE THEN
                            MOVE WS-REG-HCONTRATO TO WS-REG-CONTRATO
                            PERFORM CLASSIFICAR-ACORDO-CLIENTE
                        END-IF
                END-READ
            END-IF.

       CLASSIFICAR-ACORDO-CLIENTE.
            EVALUATE TRUE
                WHEN WS-CTR-PERDA OR WS-CTR-RENEG
                    ADD 1 TO WS-CRD-QTD-ACD-QUEBR
                WHEN WS-CTR-N-PG
                    PERFORM APURAR-CONTRATO-ABERTO
                    IF WS-ATRASO-CTR > 0 THEN
                        ADD 1 TO WS-CRD-QTD-ACD-QUEBR
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       EXIBIR-RESTRICOES.
            DISPLAY "ANALISE DE CREDITO - RESTRICOES DO CLIENTE:"
            IF WS-CRD-COM-ATRASO THEN
                MOVE WS-CRD-MAIOR-ATRASO TO WS-ED-DIAS
                DISPLAY "  PARCELA EM ATRASO DE " WS-ED-DIAS
                        " DIAS - ALEM DA FAIXA " WS-FAIXA-CREDITO
                        " TOLERADA"
            END-IF
            IF WS-CRD-COM-PERDA THEN
                DISPLAY "  CONTRATO(S) BAIXADO(S) COMO PERDA: "
                        WS-CRD-QTD-PERDAS
            END-IF
            IF WS-CRD-COM-ACORDO THEN
                DISPLAY "  ACORDO(S) QUEBRADO(S) NO HISTORICO: "
                        WS-CRD-QTD-ACD-QUEBR
            END-IF
            IF WS-CRD-COM-LIMITE THEN
                MOVE WS-CRD-EXPOSICAO TO WS-ED-TOTAL
                DISPLAY "  EXPOSICAO ATUAL: " WS-ED-TOTAL
                MOVE WS-CRD-VLR-NOVO TO WS-ED-TOTAL
                DISPLAY "  CONTRATO NOVO:   " WS-ED-TOTAL
                MOVE WS-CRD-LIMITE TO WS-ED-TOTAL
                DISPLAY "  LIMITE MAXIMO:   " WS-ED-TOTAL
            END-IF.

       SOLICITAR-LIBERACAO.
            IF NOT LK-OPER-SUPERVISOR THEN
                SET WS-CRD-RECUSADO TO TRUE
                DISPLAY "VENDA BLOQUEADA - LIBERACAO EXIGE NIVEL "
                        "SUPERVISOR - PROCURE O SUPERVISOR"
            ELSE
                DISPLAY "LIBERAR A VENDA MESMO COM A RESTRICAO "
                        "(S/N)? "
                ACCEPT WS-AUX-CONFIRMA
                IF WS-AUX-CONFIRMA = "S" OR WS-AUX-CONFIRMA = "s" THEN
                    MOVE WS-AUD-OPERADOR TO WS-CRD-SUPERVISOR
                    PERFORM SOLICITAR-MOTIVO-LIBERACAO
                            UNTIL WS-CRD-MOTIVO NOT = SPACES
                    SET WS-CRD-LIBERADO TO TRUE
                ELSE
                    SET WS-CRD-RECUSADO TO TRUE
                END-IF
            END-IF.

       SOLICITAR-MOTIVO-LIBERACAO.
            DISPLAY "INFORME O MOTIVO DA LIBERACAO (ATE 40 "
                    "CARACTERES): "
            ACCEPT WS-CRD-MOTIVO
            IF WS-CRD-MOTIVO = SPACES THEN
                DISPLAY "MOTIVO OBRIGATORIO - DIGITE NOVAMENTE"
            END-IF.

       GRAVAR-DECISAO-CREDITO.
            ACCEPT WS-CRD-DATA FROM DATE YYYYMMDD
            ACCEPT WS-CRD-HORA FROM TIME
            OPEN EXTEND CREDLOG.
            IF WS-FS-CREDLOG = "35" THEN
                OPEN OUTPUT CREDLOG
                CLOSE CREDLOG
                OPEN EXTEND CREDLOG
            END-IF
            IF WS-FS-CREDLOG = "00" THEN
                WRITE WS-LINHA-CREDLOG FROM WS-REG-CREDITO
                CLOSE CREDLOG
            ELSE
                DISPLAY "CREDLOG INDISPONIVEL - DECISAO DE CREDITO "
                        "SEM REGISTRO (STATUS " WS-FS-CREDLOG ")"
            END-IF.

       SOLICITAR-TELEFONE.
            DISPLAY "INFORME O TELEFONE DO CLIENTE (9 DIGITOS): "
            ACCEPT WS-TELEFONE
                    MOVE WS-PRC-DATA-VENCTO TO WS-VENC-ABERTO
                END-IF
            END-IF
            MOVE SPACES          TO WS-IMAGEM-ANTES
            MOVE WS-REG-PARCELA  TO WS-IMAGEM-DEPOIS
            WRITE WS-REG-PARCELA
                INVALID KEY
                    REWRITE WS-REG-PARCELA
            END-WRITE
            MOVE "PARCELAS"      TO WS-AUD-ARQUIVO
            MOVE WS-TELEFONE     TO WS-AUD-TELEFONE
            MOVE WS-NUM-CONTRATO TO WS-AUD-CONTRATO
            PERFORM GRAVAR-AUDITORIA
            PERFORM SOMAR-UM-MES
            ADD 1 TO WS-NUM-PARC.

