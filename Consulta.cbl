      *   01/09/2026 - LO - Exibicao do nome completo, endereco e CPF
      *                     (campos novos do registro mestre), quando
      *                     preenchidos.
      *   15/10/2026 - LO - Situacao no biro de credito (arquivo
      *                     SITBIRO) em cada contrato - negativado,
      *                     exclusao pendente com a data limite ou
      *                     excluido - e aviso de cliente negativado
      *                     quando algum contrato esta no biro.
      *   15/10/2026 - LO - Opcao 5: historico de promessas de
      *                     pagamento do telefone (arquivo
      *                     PROMESSA), com valor, data prometida,
      *                     operador e resultado da apuracao.
      *   15/10/2026 - LO - Contratos arquivados pelo ARQUIVA: depois
      *                     dos contratos ativos do telefone, a
      *                     consulta lista os do historico HCONTRAT
      *                     (chave alternada telefone), marcados como
      *                     arquivados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA.
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

           SELECT HCONTRAT ASSIGN TO "HCONTRAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-HCT-NUMERO
               ALTERNATE RECORD KEY IS WS-HCT-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-HCONTRAT.

           SELECT SITBIRO ASSIGN TO "SITBIRO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-SBR-CONTRATO
               FILE STATUS IS WS-FS-SITBIRO.

           SELECT PROMESSA ASSIGN TO "PROMESSA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PRM-CHAVE
               ALTERNATE RECORD KEY IS WS-PRM-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PROMESSA.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  HCONTRAT.
           COPY "copybooks/HContratoReg.cpy".

       FD  ACORDOS.
           COPY "copybooks/AcordoReg.cpy".

       FD  AUDITLOG.
           COPY "copybooks/AuditReg.cpy".

       FD  SITBIRO.
           COPY "copybooks/SitBiroReg.cpy".

       FD  PROMESSA.
           COPY "copybooks/PromessaReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO     PIC XX.
       77 WS-FS-CONTRATOS    PIC XX.
       77 WS-SW-FIM-AUD      PIC X VALUE "N".
           88 WS-FIM-AUDITORIA VALUE "S".
       77 WS-QTD-AUDITORIA   PIC 9(05) VALUE 0.
       77 WS-FS-SITBIRO      PIC XX.
       77 WS-SW-SBR-ABERTO   PIC X VALUE "N".
           88 WS-SITBIRO-ABERTO VALUE "S".
       77 WS-QTD-NEGATIVADOS PIC 9(03) VALUE 0.
       77 WS-FS-PROMESSA     PIC XX.
       77 WS-SW-FIM-PRM      PIC X VALUE "N".
           88 WS-FIM-PROMESSAS VALUE "S".
       77 WS-QTD-PROMESSAS   PIC 9(03) VALUE 0.
       77 WS-ED-VALOR        PIC $$,$$$,$$9.99.
       77 WS-DESC-PROMESSA   PIC X(20).
       77 WS-FS-HCONTRAT     PIC XX.
       77 WS-SW-HCT-ABERTO   PIC X VALUE "N".
           88 WS-HCONTRAT-ABERTO VALUE "S".
       77 WS-SW-FIM-HCT      PIC X VALUE "N".
           88 WS-FIM-HCONTRAT VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "3 - HISTORICO DE RENEGOCIACOES POR TELEFONE"
            DISPLAY "4 - HISTORICO DE ALTERACOES DO MESTRE POR "
                    "TELEFONE"
            DISPLAY "5 - HISTORICO DE PROMESSAS DE PAGAMENTO POR "
                    "TELEFONE"
            DISPLAY "INFORME A OPCAO: "
            ACCEPT WS-OPCAO-BUSCA

                    PERFORM CONSULTAR-ACORDOS
                WHEN 4
                    PERFORM CONSULTAR-AUDITORIA
                WHEN 5
                    PERFORM CONSULTAR-PROMESSAS
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
            END-EVALUATE
            OPEN INPUT CONTRATOS.
            IF WS-FS-CONTRATOS = "00" THEN
                SET WS-CONTRATOS-ABERTOS TO TRUE
            END-IF
            OPEN INPUT SITBIRO.
            IF WS-FS-SITBIRO = "00" THEN
                SET WS-SITBIRO-ABERTO TO TRUE
            END-IF
            OPEN INPUT HCONTRAT.
            IF WS-FS-HCONTRAT = "00" THEN
                SET WS-HCONTRAT-ABERTO TO TRUE
            END-IF.

       BUSCAR-POR-TELEFONE.

       EXIBIR-CONTRATOS-CLIENTE.
            MOVE ZERO TO WS-QTD-CONTRATOS
            MOVE ZERO TO WS-QTD-NEGATIVADOS
            IF WS-CONTRATOS-ABERTOS THEN
                MOVE "N" TO WS-SW-FIM-CTR
                MOVE WS-TELEFONE-MESTRE TO WS-CTR-TELEFONE
                PERFORM LER-PROXIMO-CONTRATO
                PERFORM EXIBIR-CONTRATO UNTIL WS-FIM-CONTRATOS
            END-IF
            IF WS-HCONTRAT-ABERTO THEN
                MOVE "N" TO WS-SW-FIM-HCT
                MOVE WS-TELEFONE-MESTRE TO WS-HCT-TELEFONE
                START HCONTRAT KEY IS EQUAL TO WS-HCT-TELEFONE
                    INVALID KEY
                        SET WS-FIM-HCONTRAT TO TRUE
                END-START
                PERFORM LER-PROXIMO-ARQUIVADO
                PERFORM EXIBIR-CONTRATO-ARQUIVADO
                        UNTIL WS-FIM-HCONTRAT
            END-IF
            IF WS-QTD-CONTRATOS = 0 THEN
                DISPLAY "SEM CONTRATOS GRAVADOS PARA O TELEFONE"
            END-IF
            IF WS-QTD-NEGATIVADOS > 0 THEN
                DISPLAY "*** CLIENTE NEGATIVADO NO BIRO DE CREDITO - "
                        WS-QTD-NEGATIVADOS " CONTRATO(S) ***"
            END-IF.

       LER-PROXIMO-CONTRATO.
            END-IF.

       EXIBIR-CONTRATO.
            PERFORM MOSTRAR-CONTRATO
            ADD 1 TO WS-QTD-CONTRATOS
            PERFORM LER-PROXIMO-CONTRATO.

       LER-PROXIMO-ARQUIVADO.
            IF NOT WS-FIM-HCONTRAT THEN
                READ HCONTRAT NEXT RECORD
                    AT END
                        SET WS-FIM-HCONTRAT TO TRUE
                END-READ
                IF NOT WS-FIM-HCONTRAT AND
                      WS-HCT-TELEFONE NOT = WS-TELEFONE-MESTRE THEN
                    SET WS-FIM-HCONTRAT TO TRUE
                END-IF
            END-IF.

      * Contrato do historico: mesmo layout do ativo, exibido pelos
      * mesmos campos.
       EXIBIR-CONTRATO-ARQUIVADO.
            MOVE WS-REG-HCONTRATO TO WS-REG-CONTRATO
            DISPLAY "CONTRATO ARQUIVADO (HISTORICO) - ENCERRADO"
            PERFORM MOSTRAR-CONTRATO
            ADD 1 TO WS-QTD-CONTRATOS
            PERFORM LER-PROXIMO-ARQUIVADO.

       MOSTRAR-CONTRATO.
            COMPUTE WS-ED-TOTAL =
                    (WS-CTR-QTD-PARC - WS-CTR-PARC-PGS)
                  * WS-CTR-VLR-PARC + WS-CTR-JUROS
                WHEN OTHER
                    DISPLAY "  SITUACAO: DIVIDA NAO PAGA"
            END-EVALUATE
            PERFORM EXIBIR-SITUACAO-BIRO.

       EXIBIR-SITUACAO-BIRO.
            IF WS-SITBIRO-ABERTO THEN
                MOVE WS-CTR-NUMERO TO WS-SBR-CONTRATO
                READ SITBIRO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM EXIBIR-REGISTRO-BIRO
                END-READ
            END-IF.

       EXIBIR-REGISTRO-BIRO.
            EVALUATE TRUE
                WHEN WS-SBR-INCLUIDO
                    DISPLAY "  BIRO DE CREDITO: NEGATIVADO DESDE "
                            WS-SBR-DATA-INCLUSAO
                    ADD 1 TO WS-QTD-NEGATIVADOS
                WHEN WS-SBR-EXCL-PENDENTE
                    DISPLAY "  BIRO DE CREDITO: NEGATIVADO DESDE "
                            WS-SBR-DATA-INCLUSAO
                            " - EXCLUSAO PENDENTE ATE "
                            WS-SBR-DATA-LIMITE
                    ADD 1 TO WS-QTD-NEGATIVADOS
                WHEN WS-SBR-EXCLUIDO
                    DISPLAY "  BIRO DE CREDITO: EXCLUIDO EM "
                            WS-SBR-DATA-EXCLUSAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       CONSULTAR-ACORDOS.
            DISPLAY "INFORME O TELEFONE: "
            DISPLAY "ANTES : " WS-AUD-IMAGEM-ANTES
            DISPLAY "DEPOIS: " WS-AUD-IMAGEM-DEPOIS.

       CONSULTAR-PROMESSAS.
            DISPLAY "INFORME O TELEFONE: "
            ACCEPT WS-TELEFONE-BUSCA
            MOVE ZERO TO WS-QTD-PROMESSAS
            OPEN INPUT PROMESSA
            IF WS-FS-PROMESSA = "00" THEN
                MOVE WS-TELEFONE-BUSCA TO WS-PRM-TELEFONE
                START PROMESSA KEY IS EQUAL TO WS-PRM-TELEFONE
                    INVALID KEY
                        SET WS-FIM-PROMESSAS TO TRUE
                END-START
                PERFORM LER-PROXIMA-PROMESSA
                PERFORM EXIBIR-PROMESSA UNTIL WS-FIM-PROMESSAS
                CLOSE PROMESSA
            END-IF
            IF WS-QTD-PROMESSAS = 0 THEN
                DISPLAY "NENHUMA PROMESSA GRAVADA PARA O TELEFONE"
            END-IF.

       LER-PROXIMA-PROMESSA.
            IF NOT WS-FIM-PROMESSAS THEN
                READ PROMESSA NEXT RECORD
                    AT END
                        SET WS-FIM-PROMESSAS TO TRUE
                END-READ
                IF NOT WS-FIM-PROMESSAS AND
                      WS-PRM-TELEFONE NOT = WS-TELEFONE-BUSCA THEN
                    SET WS-FIM-PROMESSAS TO TRUE
                END-IF
            END-IF.

       EXIBIR-PROMESSA.
            EVALUATE TRUE
                WHEN WS-PRM-PENDENTE
                    MOVE "PENDENTE"          TO WS-DESC-PROMESSA
                WHEN WS-PRM-CUMPRIDA
                    MOVE "CUMPRIDA"          TO WS-DESC-PROMESSA
                WHEN WS-PRM-PARCIAL
                    MOVE "CUMPRIDA EM PARTE" TO WS-DESC-PROMESSA
                WHEN WS-PRM-QUEBRADA
                    MOVE "QUEBRADA"          TO WS-DESC-PROMESSA
                WHEN WS-PRM-SUBSTITUIDA
                    MOVE "SUBSTITUIDA"       TO WS-DESC-PROMESSA
                WHEN OTHER
                    MOVE WS-PRM-SITUACAO     TO WS-DESC-PROMESSA
            END-EVALUATE
            MOVE WS-PRM-VALOR TO WS-ED-VALOR
            DISPLAY "--------------------------------------------"
            DISPLAY "CONTRATO " WS-PRM-CONTRATO
                    " PROMESSA " WS-PRM-SEQ
                    " DE " WS-PRM-DATA-REGISTRO
                    " - OPERADOR: " WS-PRM-OPERADOR
            DISPLAY "  PROMETIDO: " WS-ED-VALOR
                    " ATE " WS-PRM-DATA-PROMESSA
            MOVE WS-PRM-VLR-PAGO TO WS-ED-VALOR
            IF WS-PRM-DATA-APURACAO = ZEROS THEN
                DISPLAY "  SITUACAO: " WS-DESC-PROMESSA
            ELSE
                DISPLAY "  SITUACAO: " WS-DESC-PROMESSA
                        " EM " WS-PRM-DATA-APURACAO
                        " - PAGO NO PRAZO: " WS-ED-VALOR
            END-IF
            ADD 1 TO WS-QTD-PROMESSAS
            PERFORM LER-PROXIMA-PROMESSA.

       FECHAR-ARQUIVOS.
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            IF WS-CONTRATOS-ABERTOS THEN
                CLOSE CONTRATOS
            END-IF
            IF WS-SITBIRO-ABERTO THEN
                CLOSE SITBIRO
            END-IF
            IF WS-HCONTRAT-ABERTO THEN
                CLOSE HCONTRAT
            END-IF.
