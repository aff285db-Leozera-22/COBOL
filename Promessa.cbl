      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: REGISTRO DE PROMESSA DE PAGAMENTO - NO CONTATO COM O
      *          DEVEDOR, O OPERADOR REGISTRA O VALOR E A DATA QUE O
      *          CLIENTE PROMETEU PAGAR EM UM CONTRATO EM ABERTO. A
      *          PROMESSA E GRAVADA NO ARQUIVO PROMESSA COM O
      *          OPERADOR DO SIGN-ON, SUSPENDE O AVISO DO NOTIFICA
      *          ATE A DATA PROMETIDA E E APURADA CONTRA O RAZAO NA
      *          CADEIA NOTURNA (APURPROM). PROMESSA NOVA NO MESMO
      *          CONTRATO SUBSTITUI A PENDENTE ("X"). PRAZO MAXIMO DA
      *          DATA PROMETIDA: PARAMETRO PROMPRAZ (ARQUIVO PARAMS),
      *          PADRAO 30 DIAS.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO ASSIGN TO "CADASTRO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TELEFONE-MESTRE
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT CONTRATOS ASSIGN TO "CONTRATO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-CTR-NUMERO
               ALTERNATE RECORD KEY IS WS-CTR-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PRC-CHAVE
               FILE STATUS IS WS-FS-PARCELAS.

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
           COPY "copybooks/ClienteReg.cpy".

       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  PROMESSA.
           COPY "copybooks/PromessaReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-PARCELAS    PIC XX.
       77 WS-FS-PROMESSA    PIC XX.
       77 WS-TELEFONE       PIC X(09).
       77 WS-AUX-CONTRATO   PIC X(07).
       77 WS-NUM-CONTRATO   PIC 9(07).
       77 WS-AUX-CONFIRMA   PIC X(01).
       77 WS-AUX-DATA       PIC X(08).
       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DATA-LIMITE    PIC 9(08).
       77 WS-DIA-INTEIRO    PIC 9(08).
       77 WS-PRAZO-MAXIMO   PIC 9(03) VALUE 30.
       77 WS-VALOR-PROMESSA PIC 9(07)V99.
       77 WS-DATA-PROMESSA  PIC 9(08).
       77 WS-QTD-CONTRATOS  PIC 9(03) VALUE 0.
       77 WS-ULT-SEQ        PIC 9(03).
       77 WS-SEQ-PENDENTE   PIC 9(03).
       77 WS-SW-CAD-ABERTO  PIC X VALUE "N".
           88 WS-CADASTRO-ABERTO VALUE "S".
       77 WS-SW-CTR-ABERTO  PIC X VALUE "N".
           88 WS-CONTRATOS-ABERTOS VALUE "S".
       77 WS-SW-PRC-ABERTO  PIC X VALUE "N".
           88 WS-PARCELAS-ABERTAS VALUE "S".
       77 WS-SW-ENCONTROU   PIC X VALUE "N".
           88 WS-CLIENTE-ENCONTRADO     VALUE "S".
           88 WS-CLIENTE-NAO-ENCONTRADO VALUE "N".
       77 WS-SW-FIM-CTR     PIC X VALUE "N".
           88 WS-FIM-CONTRATOS VALUE "S".
       77 WS-SW-CTR-OK      PIC X VALUE "N".
           88 WS-CONTRATO-VALIDO VALUE "S".
       77 WS-SW-VALOR-OK    PIC X VALUE "N".
           88 WS-VALOR-VALIDO VALUE "S".
       77 WS-SW-DATA-OK     PIC X VALUE "N".
           88 WS-DATA-VALIDA VALUE "S".
       77 WS-SW-FIM-PARC    PIC X VALUE "N".
           88 WS-FIM-PARCELAS VALUE "S".
       77 WS-SW-TEM-PLANO   PIC X VALUE "N".
           88 WS-PLANO-EXISTE VALUE "S".
       77 WS-SW-FIM-PRM     PIC X VALUE "N".
           88 WS-FIM-PROMESSAS VALUE "S".
       77 WS-SW-PENDENTE    PIC X VALUE "N".
           88 WS-TEM-PENDENTE VALUE "S".
       77 WS-SALDO-PLANO    PIC 9(08)V99.
       77 WS-SALDO-DEVEDOR  PIC 9(08)V99.
       77 WS-ED-SALDO       PIC $$,$$$,$$9.99.
       77 WS-ED-VALOR       PIC $$,$$$,$$9.99.
       77 WS-PAR-CODIGO     PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-PAR-VALOR      PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.
       77 WS-AUD-PROGRAMA   PIC X(10) VALUE "PROMESSA".
       77 WS-AUD-ARQUIVO    PIC X(08) VALUE "PROMESSA".
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).

       LINKAGE SECTION.
       01 LK-OPER-ID        PIC X(05).
       01 LK-OPER-NOME      PIC X(10).
       01 LK-OPER-NIVEL     PIC 9(01).

       PROCEDURE DIVISION USING LK-OPER-ID LK-OPER-NOME
                                LK-OPER-NIVEL.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM CARREGAR-PARAMETROS.
            PERFORM ABRIR-ARQUIVOS.

            DISPLAY "INFORME O TELEFONE DO CLIENTE: "
            ACCEPT WS-TELEFONE.

            PERFORM LOCALIZAR-CLIENTE.

            IF WS-CLIENTE-ENCONTRADO THEN
                DISPLAY "CLIENTE: " WS-PRIM-NOME-MESTRE " "
                        WS-ULTM-NOME-MESTRE
                PERFORM LISTAR-CONTRATOS
                IF WS-QTD-CONTRATOS = 0 THEN
                    DISPLAY "CLIENTE SEM CONTRATO EM ABERTO PARA "
                            "PROMESSA"
                ELSE
                    PERFORM SOLICITAR-CONTRATO
                            UNTIL WS-CONTRATO-VALIDO
                    PERFORM REGISTRAR-PROMESSA
                END-IF
            ELSE
                DISPLAY "CLIENTE NAO ENCONTRADO NO CADASTRO"
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       CARREGAR-PARAMETROS.
            MOVE "PROMPRAZ"      TO WS-PAR-CODIGO
            MOVE WS-DATA-HOJE    TO WS-PAR-DATA-REF
            MOVE WS-PRAZO-MAXIMO TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR    TO WS-PRAZO-MAXIMO
            COMPUTE WS-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                  + WS-PRAZO-MAXIMO
            COMPUTE WS-DATA-LIMITE =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO).

       ABRIR-ARQUIVOS.
            OPEN INPUT CADASTRO.
            IF WS-FS-CADASTRO = "00" THEN
                SET WS-CADASTRO-ABERTO TO TRUE
            ELSE
                DISPLAY "CADASTRO INEXISTENTE OU VAZIO"
                SET WS-CLIENTE-NAO-ENCONTRADO TO TRUE
            END-IF
            OPEN INPUT CONTRATOS.
            IF WS-FS-CONTRATOS = "00" THEN
                SET WS-CONTRATOS-ABERTOS TO TRUE
            END-IF
            OPEN INPUT PARCELAS.
            IF WS-FS-PARCELAS = "00" THEN
                SET WS-PARCELAS-ABERTAS TO TRUE
            END-IF
            OPEN I-O PROMESSA.
            IF WS-FS-PROMESSA = "35" THEN
                OPEN OUTPUT PROMESSA
                CLOSE PROMESSA
                OPEN I-O PROMESSA
            END-IF.

       LOCALIZAR-CLIENTE.
            IF WS-CADASTRO-ABERTO THEN
                MOVE WS-TELEFONE TO WS-TELEFONE-MESTRE
                READ CADASTRO
                    INVALID KEY
                        SET WS-CLIENTE-NAO-ENCONTRADO TO TRUE
                    NOT INVALID KEY
                        SET WS-CLIENTE-ENCONTRADO TO TRUE
                END-READ
            END-IF.

       LISTAR-CONTRATOS.
            MOVE ZERO TO WS-QTD-CONTRATOS
            MOVE "N"  TO WS-SW-FIM-CTR
            IF NOT WS-CONTRATOS-ABERTOS THEN
                SET WS-FIM-CONTRATOS TO TRUE
            ELSE
                MOVE WS-TELEFONE TO WS-CTR-TELEFONE
                START CONTRATOS KEY IS EQUAL TO WS-CTR-TELEFONE
                    INVALID KEY
                        SET WS-FIM-CONTRATOS TO TRUE
                END-START
            END-IF
            PERFORM LER-PROXIMO-CONTRATO
            PERFORM EXIBIR-CONTRATO-ABERTO UNTIL WS-FIM-CONTRATOS.

       LER-PROXIMO-CONTRATO.
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

       EXIBIR-CONTRATO-ABERTO.
            IF WS-CTR-N-PG THEN
                MOVE WS-CTR-NUMERO TO WS-NUM-CONTRATO
                PERFORM APURAR-SALDO-DEVEDOR
                MOVE WS-SALDO-DEVEDOR TO WS-ED-SALDO
                DISPLAY "CONTRATO " WS-CTR-NUMERO
                        " - SALDO COM JUROS: " WS-ED-SALDO
                PERFORM BUSCAR-PROMESSAS
                IF WS-TEM-PENDENTE THEN
                    PERFORM EXIBIR-PENDENTE
                END-IF
                ADD 1 TO WS-QTD-CONTRATOS
            END-IF
            PERFORM LER-PROXIMO-CONTRATO.

       SOLICITAR-CONTRATO.
            DISPLAY "INFORME O NUMERO DO CONTRATO DA PROMESSA "
                    "(7 DIGITOS): "
            ACCEPT WS-AUX-CONTRATO
            IF WS-AUX-CONTRATO NUMERIC THEN
                MOVE WS-AUX-CONTRATO TO WS-NUM-CONTRATO
                MOVE WS-NUM-CONTRATO TO WS-CTR-NUMERO
                READ CONTRATOS
                    INVALID KEY
                        DISPLAY "CONTRATO NAO ENCONTRADO"
                    NOT INVALID KEY
                        PERFORM VALIDAR-CONTRATO-LIDO
                END-READ
            ELSE
                DISPLAY "NUMERO DE CONTRATO INVALIDO - "
                        "DIGITE NOVAMENTE"
            END-IF.

       VALIDAR-CONTRATO-LIDO.
            IF WS-CTR-TELEFONE NOT = WS-TELEFONE THEN
                DISPLAY "CONTRATO NAO PERTENCE A ESTE TELEFONE"
            ELSE
                IF WS-CTR-N-PG THEN
                    SET WS-CONTRATO-VALIDO TO TRUE
                ELSE
                    DISPLAY "CONTRATO JA PAGO, RENEGOCIADO OU "
                            "BAIXADO - ESCOLHA OUTRO"
                END-IF
            END-IF.

       REGISTRAR-PROMESSA.
            PERFORM APURAR-SALDO-DEVEDOR
            MOVE WS-SALDO-DEVEDOR TO WS-ED-SALDO
            DISPLAY "SALDO DEVEDOR COM JUROS: " WS-ED-SALDO
            PERFORM BUSCAR-PROMESSAS
            IF WS-TEM-PENDENTE THEN
                PERFORM EXIBIR-PENDENTE
                DISPLAY "A PROMESSA NOVA SUBSTITUI A PENDENTE"
            END-IF
            PERFORM SOLICITAR-VALOR UNTIL WS-VALOR-VALIDO
            PERFORM SOLICITAR-DATA UNTIL WS-DATA-VALIDA
            MOVE WS-VALOR-PROMESSA TO WS-ED-VALOR
            DISPLAY "PROMESSA DE " WS-ED-VALOR " ATE "
                    WS-DATA-PROMESSA " NO CONTRATO " WS-NUM-CONTRATO
            DISPLAY "CONFIRMA (S/N)? "
            ACCEPT WS-AUX-CONFIRMA
            IF WS-AUX-CONFIRMA = "S" OR WS-AUX-CONFIRMA = "s" THEN
                IF WS-TEM-PENDENTE THEN
                    PERFORM SUBSTITUIR-PENDENTE
                END-IF
                PERFORM GRAVAR-PROMESSA
            ELSE
                DISPLAY "PROMESSA NAO REGISTRADA"
            END-IF.

       SOLICITAR-VALOR.
            DISPLAY "INFORME O VALOR PROMETIDO: "
            ACCEPT WS-VALOR-PROMESSA
            IF WS-VALOR-PROMESSA NUMERIC AND
                  WS-VALOR-PROMESSA > ZEROS THEN
                IF WS-VALOR-PROMESSA > WS-SALDO-DEVEDOR THEN
                    DISPLAY "VALOR MAIOR QUE O SALDO DEVEDOR - "
                            "DIGITE NOVAMENTE"
                ELSE
                    SET WS-VALOR-VALIDO TO TRUE
                END-IF
            ELSE
                DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE"
            END-IF.

       SOLICITAR-DATA.
            DISPLAY "INFORME A DATA PROMETIDA (AAAAMMDD): "
            ACCEPT WS-AUX-DATA
            IF WS-AUX-DATA NUMERIC AND WS-AUX-DATA NOT = ZEROS THEN
                MOVE WS-AUX-DATA TO WS-DATA-PROMESSA
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PROMESSA)
                      NOT = 0 THEN
                    DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
                ELSE
                    IF WS-DATA-PROMESSA < WS-DATA-HOJE OR
                          WS-DATA-PROMESSA > WS-DATA-LIMITE THEN
                        DISPLAY "DATA FORA DO PRAZO (DE HOJE ATE "
                                WS-DATA-LIMITE ") - DIGITE "
                                "NOVAMENTE"
                    ELSE
                        SET WS-DATA-VALIDA TO TRUE
                    END-IF
                END-IF
            ELSE
                DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE"
            END-IF.

      ******************************************************************
      * PERCORRE AS PROMESSAS DO CONTRATO: GUARDA O ULTIMO SEQ E A
      * PENDENTE ("A"), SE HOUVER
      ******************************************************************
       BUSCAR-PROMESSAS.
            MOVE ZEROS TO WS-ULT-SEQ
            MOVE ZEROS TO WS-SEQ-PENDENTE
            MOVE "N"   TO WS-SW-PENDENTE
            MOVE "N"   TO WS-SW-FIM-PRM
            MOVE WS-NUM-CONTRATO TO WS-PRM-CONTRATO
            MOVE ZEROS           TO WS-PRM-SEQ
            START PROMESSA KEY IS GREATER THAN WS-PRM-CHAVE
                INVALID KEY
                    SET WS-FIM-PROMESSAS TO TRUE
            END-START
            PERFORM LER-PROXIMA-PROMESSA
            PERFORM GUARDAR-PROMESSA UNTIL WS-FIM-PROMESSAS
            IF WS-TEM-PENDENTE THEN
                MOVE WS-NUM-CONTRATO TO WS-PRM-CONTRATO
                MOVE WS-SEQ-PENDENTE TO WS-PRM-SEQ
                READ PROMESSA
                    INVALID KEY
                        MOVE "N" TO WS-SW-PENDENTE
                END-READ
            END-IF.

       LER-PROXIMA-PROMESSA.
            IF NOT WS-FIM-PROMESSAS THEN
                READ PROMESSA NEXT RECORD
                    AT END
                        SET WS-FIM-PROMESSAS TO TRUE
                END-READ
                IF NOT WS-FIM-PROMESSAS AND
                      WS-PRM-CONTRATO NOT = WS-NUM-CONTRATO THEN
                    SET WS-FIM-PROMESSAS TO TRUE
                END-IF
            END-IF.

       GUARDAR-PROMESSA.
            MOVE WS-PRM-SEQ TO WS-ULT-SEQ
            IF WS-PRM-PENDENTE THEN
                MOVE WS-PRM-SEQ TO WS-SEQ-PENDENTE
                SET WS-TEM-PENDENTE TO TRUE
            END-IF
            PERFORM LER-PROXIMA-PROMESSA.

       EXIBIR-PENDENTE.
            MOVE WS-PRM-VALOR TO WS-ED-VALOR
            DISPLAY "  PROMESSA PENDENTE: " WS-ED-VALOR
                    " ATE " WS-PRM-DATA-PROMESSA
                    " (" WS-PRM-OPERADOR ")".

       SUBSTITUIR-PENDENTE.
            MOVE WS-REG-PROMESSA TO WS-IMAGEM-ANTES
            SET WS-PRM-SUBSTITUIDA TO TRUE
            MOVE WS-DATA-HOJE      TO WS-PRM-DATA-APURACAO
            MOVE WS-REG-PROMESSA TO WS-IMAGEM-DEPOIS
            REWRITE WS-REG-PROMESSA
            PERFORM GRAVAR-AUDITORIA.

       GRAVAR-PROMESSA.
            MOVE SPACES TO WS-IMAGEM-ANTES
            MOVE WS-NUM-CONTRATO   TO WS-PRM-CONTRATO
            ADD 1 TO WS-ULT-SEQ
            MOVE WS-ULT-SEQ        TO WS-PRM-SEQ
            MOVE WS-TELEFONE       TO WS-PRM-TELEFONE
            MOVE WS-DATA-HOJE      TO WS-PRM-DATA-REGISTRO
            MOVE LK-OPER-NOME      TO WS-PRM-OPERADOR
            MOVE WS-VALOR-PROMESSA TO WS-PRM-VALOR
            MOVE WS-DATA-PROMESSA  TO WS-PRM-DATA-PROMESSA
            SET WS-PRM-PENDENTE    TO TRUE
            MOVE ZEROS             TO WS-PRM-VLR-PAGO
            MOVE ZEROS             TO WS-PRM-DATA-APURACAO
            MOVE WS-REG-PROMESSA   TO WS-IMAGEM-DEPOIS
            WRITE WS-REG-PROMESSA
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR A PROMESSA (STATUS "
                            WS-FS-PROMESSA ")"
                NOT INVALID KEY
                    PERFORM GRAVAR-AUDITORIA
                    DISPLAY "PROMESSA " WS-PRM-SEQ " REGISTRADA - "
                            "AVISOS DO CONTRATO SUSPENSOS ATE "
                            WS-PRM-DATA-PROMESSA
            END-WRITE.

       GRAVAR-AUDITORIA.
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA LK-OPER-NOME
                                  WS-AUD-ARQUIVO WS-TELEFONE
                                  WS-NUM-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       APURAR-SALDO-DEVEDOR.
            MOVE ZEROS TO WS-SALDO-PLANO
            MOVE "N"   TO WS-SW-TEM-PLANO
            MOVE "N"   TO WS-SW-FIM-PARC
            IF NOT WS-PARCELAS-ABERTAS THEN
                SET WS-FIM-PARCELAS TO TRUE
            ELSE
                MOVE WS-NUM-CONTRATO TO WS-PRC-CONTRATO
                MOVE ZEROS           TO WS-PRC-NUMERO
                START PARCELAS KEY IS GREATER THAN WS-PRC-CHAVE
                    INVALID KEY
                        SET WS-FIM-PARCELAS TO TRUE
                END-START
            END-IF
            PERFORM LER-PROXIMA-PARCELA
            PERFORM SOMAR-SALDO-PARCELA UNTIL WS-FIM-PARCELAS
            IF WS-PLANO-EXISTE THEN
                COMPUTE WS-SALDO-DEVEDOR =
                        WS-SALDO-PLANO + WS-CTR-JUROS
            ELSE
                COMPUTE WS-SALDO-DEVEDOR =
                        (WS-CTR-QTD-PARC - WS-CTR-PARC-PGS)
                      * WS-CTR-VLR-PARC + WS-CTR-JUROS
            END-IF.

       SOMAR-SALDO-PARCELA.
            SET WS-PLANO-EXISTE TO TRUE
            IF WS-PRC-ABERTA THEN
                COMPUTE WS-SALDO-PLANO = WS-SALDO-PLANO
                      + WS-PRC-VALOR - WS-PRC-VLR-PAGO
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

       LER-PROXIMA-PARCELA.
            IF NOT WS-FIM-PARCELAS THEN
                READ PARCELAS NEXT RECORD
                    AT END
                        SET WS-FIM-PARCELAS TO TRUE
                END-READ
                IF NOT WS-FIM-PARCELAS AND
                      WS-PRC-CONTRATO NOT = WS-NUM-CONTRATO THEN
                    SET WS-FIM-PARCELAS TO TRUE
                END-IF
            END-IF.

       FECHAR-ARQUIVOS.
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            IF WS-CONTRATOS-ABERTOS THEN
                CLOSE CONTRATOS
            END-IF
            IF WS-PARCELAS-ABERTAS THEN
                CLOSE PARCELAS
            END-IF
            CLOSE PROMESSA.
