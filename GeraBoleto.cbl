      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: GERA O ARQUIVO DE REGISTRO DE BOLETOS PARA O BANCO
      *          (ARQUIVO REGBOLET) - UM BOLETO REGISTRADO PARA CADA
      *          PARCELA EM ABERTO (PARCELAS) DE CONTRATO EM ABERTO
      *          QUE VENCE ENTRE HOJE E HOJE + ANTECEDENCIA, COM OS
      *          DADOS DO PAGADOR DO CADASTRO. CADA BOLETO EMITIDO E
      *          GRAVADO NO CONTROLE BOLETOS (SITUACAO "R") COM O
      *          NOSSO NUMERO E O LOTE, PARA O IMPBANCO CONCILIAR O
      *          RETORNO DO BANCO. PARCELA QUE JA TEM BOLETO
      *          REGISTRADO EM ABERTO NAO GANHA OUTRO.
      *          ANTECEDENCIA: PARM EM DIAS (OPCIONAL); SEM PARM,
      *          PARAMETRO BOLEDIAS (ARQUIVO PARAMS, VIA LEPARAM);
      *          SEM PARAMETRO, 10 DIAS.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERABOLE.
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
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WS-CTR-NUMERO
               ALTERNATE RECORD KEY IS WS-CTR-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PRC-CHAVE
               FILE STATUS IS WS-FS-PARCELAS.

           SELECT BOLETOS ASSIGN TO "BOLETOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-BOL-NOSSO-NUM
               ALTERNATE RECORD KEY IS WS-BOL-PARC-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-BOLETOS.

           SELECT REGBOLET ASSIGN TO "REGBOLET"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-REGBOLET.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
           COPY "copybooks/ClienteReg.cpy".

       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  BOLETOS.
           COPY "copybooks/BoletoReg.cpy".

       FD  REGBOLET.
           COPY "copybooks/BoletoEnvio.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-PARCELAS    PIC XX.
       77 WS-FS-BOLETOS     PIC XX.
       77 WS-FS-REGBOLET    PIC XX.
       77 WS-SW-FIM         PIC X VALUE "N".
           88 WS-FIM-CONTRATOS VALUE "S".
       77 WS-SW-ABERTO      PIC X VALUE "N".
           88 WS-ARQUIVOS-ABERTOS VALUE "S".
       77 WS-SW-CAD-ABERTO  PIC X VALUE "N".
           88 WS-CADASTRO-ABERTO VALUE "S".
       77 WS-SW-FIM-PARC    PIC X VALUE "N".
           88 WS-FIM-PARCELAS VALUE "S".
       77 WS-SW-FIM-BOL     PIC X VALUE "N".
           88 WS-FIM-BOLETOS VALUE "S".
       77 WS-SW-REGISTRADO  PIC X VALUE "N".
           88 WS-JA-REGISTRADO VALUE "S".
       77 WS-PARM-DIAS      PIC X(20).
       77 WS-DIAS-ANTEC     PIC 9(05) VALUE 10.
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-DATA-LIMITE    PIC 9(08).
       77 WS-NUM-LOTE       PIC 9(05).
       77 WS-NOSSO-NUM      PIC 9(10).
       77 WS-VLR-BOLETO     PIC 9(07)V99.
       77 WS-TOT-BOLETOS    PIC 9(10)V99 VALUE 0.
       77 WS-QTD-EMITIDOS   PIC 9(05) VALUE 0.
       77 WS-QTD-JA-REGIST  PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-PAGAD  PIC 9(05) VALUE 0.
       77 WS-ED-TOTAL       PIC $$$,$$$,$$9.99.
       77 WS-PAR-CODIGO     PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-PAR-VALOR      PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARREGAR-ANTECEDENCIA.
            COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
                  + WS-DIAS-ANTEC)

            PERFORM ABRIR-ARQUIVOS.
            IF NOT WS-ARQUIVOS-ABERTOS THEN
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM GERAR-NUMERO-LOTE.
            PERFORM GRAVAR-HEADER-LOTE.

            PERFORM LER-PROXIMO-CONTRATO.
            PERFORM AVALIAR-CONTRATO UNTIL WS-FIM-CONTRATOS.

            PERFORM GRAVAR-TRAILER-LOTE.

            MOVE WS-TOT-BOLETOS TO WS-ED-TOTAL
            DISPLAY "LOTE " WS-NUM-LOTE
                    " - BOLETOS REGISTRADOS: " WS-QTD-EMITIDOS
                    " - VALOR TOTAL: " WS-ED-TOTAL
            DISPLAY "VENCIMENTOS ATE: " WS-DATA-LIMITE
                    " (ANTECEDENCIA " WS-DIAS-ANTEC " DIAS)"
            DISPLAY "PARCELAS COM BOLETO JA REGISTRADO: "
                    WS-QTD-JA-REGIST
            DISPLAY "BOLETOS SEM DADOS DO PAGADOR NO CADASTRO: "
                    WS-QTD-SEM-PAGAD
            IF WS-QTD-SEM-PAGAD > 0 THEN
                PERFORM AVISAR-RETORNO
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       AVISAR-RETORNO.
            IF RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.

       CARREGAR-ANTECEDENCIA.
            MOVE "BOLEDIAS"      TO WS-PAR-CODIGO
            MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
            MOVE WS-DIAS-ANTEC   TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR    TO WS-DIAS-ANTEC
            ACCEPT WS-PARM-DIAS FROM COMMAND-LINE
            IF WS-PARM-DIAS(1:5) NUMERIC AND
                  WS-PARM-DIAS(1:5) NOT = "00000" THEN
                MOVE WS-PARM-DIAS(1:5) TO WS-DIAS-ANTEC
            END-IF.

       ABRIR-ARQUIVOS.
            OPEN INPUT CONTRATOS.
            IF WS-FS-CONTRATOS NOT = "00" THEN
                DISPLAY "CONTRATOS INEXISTENTE OU VAZIO - "
                        "NENHUM BOLETO A GERAR"
            ELSE
                OPEN INPUT PARCELAS
                IF WS-FS-PARCELAS NOT = "00" THEN
                    DISPLAY "PLANO DE PARCELAS INEXISTENTE - "
                            "NENHUM BOLETO A GERAR"
                    CLOSE CONTRATOS
                ELSE
                    SET WS-ARQUIVOS-ABERTOS TO TRUE
                END-IF
            END-IF
            IF WS-ARQUIVOS-ABERTOS THEN
                OPEN INPUT CADASTRO
                IF WS-FS-CADASTRO = "00" THEN
                    SET WS-CADASTRO-ABERTO TO TRUE
                END-IF
                OPEN I-O BOLETOS
                IF WS-FS-BOLETOS = "35" THEN
                    OPEN OUTPUT BOLETOS
                    CLOSE BOLETOS
                    OPEN I-O BOLETOS
                END-IF
                OPEN OUTPUT REGBOLET
            END-IF.

       LER-PROXIMO-CONTRATO.
            IF NOT WS-FIM-CONTRATOS THEN
                READ CONTRATOS NEXT RECORD
                    AT END
                        SET WS-FIM-CONTRATOS TO TRUE
                END-READ
            END-IF.

       AVALIAR-CONTRATO.
            IF WS-CTR-N-PG THEN
                PERFORM POSICIONAR-PARCELAS
                PERFORM AVALIAR-PARCELA UNTIL WS-FIM-PARCELAS
            END-IF
            PERFORM LER-PROXIMO-CONTRATO.

       POSICIONAR-PARCELAS.
            MOVE "N" TO WS-SW-FIM-PARC
            MOVE WS-CTR-NUMERO TO WS-PRC-CONTRATO
            MOVE ZEROS         TO WS-PRC-NUMERO
            START PARCELAS KEY IS GREATER THAN WS-PRC-CHAVE
                INVALID KEY
                    SET WS-FIM-PARCELAS TO TRUE
            END-START
            PERFORM LER-PROXIMA-PARCELA.

       LER-PROXIMA-PARCELA.
            IF NOT WS-FIM-PARCELAS THEN
                READ PARCELAS NEXT RECORD
                    AT END
                        SET WS-FIM-PARCELAS TO TRUE
                END-READ
                IF NOT WS-FIM-PARCELAS AND
                      WS-PRC-CONTRATO NOT = WS-CTR-NUMERO THEN
                    SET WS-FIM-PARCELAS TO TRUE
                END-IF
            END-IF.

       AVALIAR-PARCELA.
            IF WS-PRC-ABERTA AND
                  WS-PRC-DATA-VENCTO NOT < WS-DATA-SISTEMA AND
                  WS-PRC-DATA-VENCTO NOT > WS-DATA-LIMITE AND
                  WS-PRC-VALOR > WS-PRC-VLR-PAGO THEN
                PERFORM VERIFICAR-BOLETO-REGISTRADO
                IF WS-JA-REGISTRADO THEN
                    ADD 1 TO WS-QTD-JA-REGIST
                ELSE
                    PERFORM EMITIR-BOLETO
                END-IF
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

      ******************************************************************
      * PARCELA SO GANHA BOLETO NOVO QUANDO NAO HA BOLETO REGISTRADO
      * ("R") EM ABERTO PARA ELA - BOLETO JA LIQUIDADO ("L") DE
      * PAGAMENTO PARCIAL NAO IMPEDE O BOLETO DO SALDO
      ******************************************************************
       VERIFICAR-BOLETO-REGISTRADO.
            MOVE "N" TO WS-SW-REGISTRADO
            MOVE "N" TO WS-SW-FIM-BOL
            MOVE WS-PRC-CONTRATO TO WS-BOL-CONTRATO
            MOVE WS-PRC-NUMERO   TO WS-BOL-PARCELA
            START BOLETOS KEY IS EQUAL TO WS-BOL-PARC-CHAVE
                INVALID KEY
                    SET WS-FIM-BOLETOS TO TRUE
            END-START
            PERFORM PESQUISAR-BOLETO
                    UNTIL WS-FIM-BOLETOS OR WS-JA-REGISTRADO.

       PESQUISAR-BOLETO.
            READ BOLETOS NEXT RECORD
                AT END
                    SET WS-FIM-BOLETOS TO TRUE
                NOT AT END
                    IF WS-BOL-CONTRATO NOT = WS-PRC-CONTRATO OR
                          WS-BOL-PARCELA NOT = WS-PRC-NUMERO THEN
                        SET WS-FIM-BOLETOS TO TRUE
                    ELSE
                        IF WS-BOL-REGISTRADO THEN
                            SET WS-JA-REGISTRADO TO TRUE
                        END-IF
                    END-IF
            END-READ.

       GERAR-NUMERO-LOTE.
            MOVE ZEROS TO WS-NUM-LOTE
            MOVE ZEROS TO WS-NOSSO-NUM
            MOVE "N"   TO WS-SW-FIM-BOL
            MOVE ZEROS TO WS-BOL-NOSSO-NUM
            START BOLETOS KEY IS GREATER THAN WS-BOL-NOSSO-NUM
                INVALID KEY
                    SET WS-FIM-BOLETOS TO TRUE
            END-START
            PERFORM GUARDAR-ULTIMO-BOLETO UNTIL WS-FIM-BOLETOS
            ADD 1 TO WS-NUM-LOTE.

       GUARDAR-ULTIMO-BOLETO.
            READ BOLETOS NEXT RECORD
                AT END
                    SET WS-FIM-BOLETOS TO TRUE
                NOT AT END
                    MOVE WS-BOL-NOSSO-NUM TO WS-NOSSO-NUM
                    IF WS-BOL-LOTE > WS-NUM-LOTE THEN
                        MOVE WS-BOL-LOTE TO WS-NUM-LOTE
                    END-IF
            END-READ.

       GRAVAR-HEADER-LOTE.
            MOVE SPACES TO WS-REG-BOL-ENVIO
            SET WS-BRM-HEADER TO TRUE
            MOVE WS-NUM-LOTE     TO WS-BRM-LOTE
            MOVE WS-DATA-SISTEMA TO WS-BRM-DATA-GERACAO
            MOVE ZEROS           TO WS-BRM-QTD-REGISTROS
            MOVE ZEROS           TO WS-BRM-TOTAL-VALOR
            WRITE WS-REG-BOL-ENVIO.

       GRAVAR-TRAILER-LOTE.
            MOVE SPACES TO WS-REG-BOL-ENVIO
            SET WS-BRM-TRAILER TO TRUE
            MOVE WS-NUM-LOTE     TO WS-BRM-LOTE
            MOVE WS-DATA-SISTEMA TO WS-BRM-DATA-GERACAO
            MOVE WS-QTD-EMITIDOS TO WS-BRM-QTD-REGISTROS
            MOVE WS-TOT-BOLETOS  TO WS-BRM-TOTAL-VALOR
            WRITE WS-REG-BOL-ENVIO.

       EMITIR-BOLETO.
            ADD 1 TO WS-NOSSO-NUM
            COMPUTE WS-VLR-BOLETO = WS-PRC-VALOR - WS-PRC-VLR-PAGO
            SET WS-BRM-DETALHE        TO TRUE
            MOVE WS-NUM-LOTE          TO WS-BRM-LOTE
            MOVE WS-NOSSO-NUM         TO WS-BRM-NOSSO-NUM
            MOVE WS-PRC-CONTRATO      TO WS-BRM-CONTRATO
            MOVE WS-PRC-NUMERO        TO WS-BRM-PARCELA
            MOVE WS-VLR-BOLETO        TO WS-BRM-VALOR
            MOVE WS-PRC-DATA-VENCTO   TO WS-BRM-DATA-VENCTO
            PERFORM BUSCAR-PAGADOR
            WRITE WS-REG-BOL-ENVIO
            PERFORM GRAVAR-CONTROLE-BOLETO
            ADD WS-VLR-BOLETO TO WS-TOT-BOLETOS
            ADD 1 TO WS-QTD-EMITIDOS.

       GRAVAR-CONTROLE-BOLETO.
            MOVE WS-NOSSO-NUM       TO WS-BOL-NOSSO-NUM
            MOVE WS-PRC-CONTRATO    TO WS-BOL-CONTRATO
            MOVE WS-PRC-NUMERO      TO WS-BOL-PARCELA
            MOVE WS-CTR-TELEFONE    TO WS-BOL-TELEFONE
            MOVE WS-NUM-LOTE        TO WS-BOL-LOTE
            MOVE WS-VLR-BOLETO      TO WS-BOL-VALOR
            MOVE WS-PRC-DATA-VENCTO TO WS-BOL-DATA-VENCTO
            MOVE WS-DATA-SISTEMA    TO WS-BOL-DATA-EMISSAO
            SET WS-BOL-REGISTRADO   TO TRUE
            MOVE ZEROS              TO WS-BOL-DATA-LIQUID
            MOVE ZEROS              TO WS-BOL-VLR-PAGO
            WRITE WS-REG-BOLETO
                INVALID KEY
                    DISPLAY "CONTROLE DE BOLETO JA EXISTENTE PARA O "
                            "NOSSO NUMERO: " WS-NOSSO-NUM
            END-WRITE.

       BUSCAR-PAGADOR.
            MOVE SPACES TO WS-BRM-NOME-PAGADOR
            MOVE SPACES TO WS-BRM-LOGRADOURO
            MOVE SPACES TO WS-BRM-CIDADE
            MOVE SPACES TO WS-BRM-UF
            MOVE ZEROS  TO WS-BRM-CEP
            MOVE ZEROS  TO WS-BRM-CPF
            IF WS-CADASTRO-ABERTO THEN
                MOVE WS-CTR-TELEFONE TO WS-TELEFONE-MESTRE
                READ CADASTRO
                    INVALID KEY
                        ADD 1 TO WS-QTD-SEM-PAGAD
                        DISPLAY "PAGADOR NAO ENCONTRADO NO CADASTRO - "
                                "CONTRATO " WS-CTR-NUMERO
                    NOT INVALID KEY
                        MOVE WS-NOME-COMPLETO-MESTRE
                          TO WS-BRM-NOME-PAGADOR
                        MOVE WS-END-LOGRADOURO TO WS-BRM-LOGRADOURO
                        MOVE WS-END-CIDADE     TO WS-BRM-CIDADE
                        MOVE WS-END-UF         TO WS-BRM-UF
                        MOVE WS-END-CEP        TO WS-BRM-CEP
                        MOVE WS-CPF-MESTRE     TO WS-BRM-CPF
                END-READ
            ELSE
                ADD 1 TO WS-QTD-SEM-PAGAD
            END-IF.

       FECHAR-ARQUIVOS.
            CLOSE CONTRATOS.
            CLOSE PARCELAS.
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            CLOSE BOLETOS.
            CLOSE REGBOLET.
