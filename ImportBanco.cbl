      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: LE O ARQUIVO DE RETORNO DIARIO DO BANCO (RETBANCO) E
      *          POSTA CADA BOLETO LIQUIDADO NO RAZAO (PAGTOS), NO
      *          PLANO (PARCELAS) E NO CONTRATO (CONTRATOS) DA MESMA
      *          FORMA QUE O PAGAMENTO NO BALCAO: VALOR APLICADO A
      *          PARTIR DA PARCELA EM ABERTO MAIS ANTIGA, PAGAMENTO
      *          PARCIAL, TRAVA DE PERIODO FECHADO (FECHADOS) E
      *          RECUPERACAO ("V") EM CONTRATO BAIXADO COMO PERDA.
      *          O LANCAMENTO SAI COM OPERADOR "BANCO", SEPARADOR DO
      *          CANAL NO CAIXADIA E NO GERENMES.
      *          BOLETO DESCONHECIDO NO CONTROLE BOLETOS, BOLETO JA
      *          LIQUIDADO OU COM A PARCELA JA PAGA POR OUTRO CANAL
      *          (PAGAMENTO EM DUPLICIDADE), CONTRATO QUE
      *          NAO ESTA EM ABERTO E MES JA FECHADO NAO SAO
      *          POSTADOS: VAO PARA O RELATORIO DE EXCECOES
      *          (EXCBANCO), JUNTO COM A CONFERENCIA DO TRAILER.
      *          RETURN-CODE: 8 SEM CONTRATOS OU SEM CONTROLE DE
      *          BOLETOS (NADA POSTADO), 4 COM EXCECAO NO RELATORIO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      *   15/10/2026 - LO - Quitacao do contrato chama o MARCANEG
      *                     para marcar a exclusao do biro de
      *                     credito quando o contrato esta
      *                     negativado.
      *   15/10/2026 - LO - Boleto cuja parcela ja foi paga por outro
      *                     canal (balcao, agencia) nao e postado:
      *                     vai para o relatorio de excecoes como
      *                     pagamento em duplicidade, em vez de baixar
      *                     a proxima parcela em aberto.
      *   15/10/2026 - LO - Lancamento no razao PAGTOS e baixa no plano
      *                     PARCELAS vao para a trilha de auditoria
      *                     (arquivo "PAGTOS"/"PARCELAS"), para o
      *                     RECUPERA reaplicar o movimento do dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPBANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO "CONTRATO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-CTR-NUMERO
               ALTERNATE RECORD KEY IS WS-CTR-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT PAGTOS ASSIGN TO "PAGTOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PGTO-CHAVE
               FILE STATUS IS WS-FS-PAGTOS.

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

           SELECT FECHADOS ASSIGN TO "FECHADOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-FCH-PERIODO
               FILE STATUS IS WS-FS-FECHADOS.

           SELECT RETBANCO ASSIGN TO "RETBANCO"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-RETBANCO.

           SELECT EXCBANCO ASSIGN TO "EXCBANCO"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCBANCO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  PAGTOS.
           COPY "copybooks/PagamentoReg.cpy".

       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  BOLETOS.
           COPY "copybooks/BoletoReg.cpy".

       FD  FECHADOS.
           COPY "copybooks/FechamentoReg.cpy".

       FD  RETBANCO.
           COPY "copybooks/BoletoRetorno.cpy".

       FD  EXCBANCO.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-PAGTOS      PIC XX.
       77 WS-FS-PARCELAS    PIC XX.
       77 WS-FS-BOLETOS     PIC XX.
       77 WS-FS-RETBANCO    PIC XX.
       77 WS-FS-EXCBANCO    PIC XX.
       77 WS-SW-ABERTO      PIC X VALUE "N".
           88 WS-ARQUIVOS-ABERTOS VALUE "S".
       77 WS-SW-FIM         PIC X VALUE "N".
           88 WS-FIM-RETORNO  VALUE "S".
       77 WS-SW-ENCONTROU   PIC X VALUE "N".
           88 WS-CONTRATO-ENCONTRADO     VALUE "S".
           88 WS-CONTRATO-NAO-ENCONTRADO VALUE "N".
       77 WS-SW-BOL-OK      PIC X VALUE "N".
           88 WS-BOLETO-VALIDO VALUE "S".
       77 WS-SW-PARC-BOL    PIC X VALUE "N".
           88 WS-PARCELA-BOLETO-PAGA VALUE "S".
       77 WS-SW-TRAILER     PIC X VALUE "N".
           88 WS-TRAILER-LIDO VALUE "S".
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-DATA-MOVTO     PIC 9(08) VALUE 0.
       77 WS-NUM-CONTRATO   PIC 9(07).
       77 WS-DATA-PGTO      PIC 9(08).
       77 WS-VALOR-PGTO     PIC 9(07)V99.
       77 WS-QTD-PAGTOS     PIC 9(05) VALUE 0.
       77 WS-QTD-DETALHES   PIC 9(05) VALUE 0.
       77 WS-QTD-INFORMAT   PIC 9(05) VALUE 0.
       77 WS-QTD-POSTADOS   PIC 9(05) VALUE 0.
       77 WS-QTD-REJEITADOS PIC 9(05) VALUE 0.
       77 WS-QTD-NAO-ACHADO PIC 9(05) VALUE 0.
       77 WS-QTD-DUPLICADAS PIC 9(05) VALUE 0.
       77 WS-QTD-NAO-ABERTO PIC 9(05) VALUE 0.
       77 WS-QTD-EXCEDENTE  PIC 9(05) VALUE 0.
       77 WS-QTD-TRAILER    PIC 9(05) VALUE 0.
       77 WS-TOT-ARQUIVO    PIC 9(10)V99 VALUE 0.
       77 WS-TOT-POSTADO    PIC 9(10)V99 VALUE 0.
       77 WS-TOT-REJEITADO  PIC 9(10)V99 VALUE 0.
       77 WS-TOT-TRAILER    PIC 9(10)V99 VALUE 0.
       77 WS-SW-FIM-PARC    PIC X VALUE "N".
           88 WS-FIM-PARCELAS VALUE "S".
       77 WS-SW-BAIXA       PIC X VALUE "N".
           88 WS-PARCELA-ACHADA VALUE "S".
       77 WS-NUM-PARC-PAGA  PIC 9(03).
       77 WS-VENC-ABERTO    PIC 9(08).
       77 WS-MAX-SEQ        PIC 9(05).
       77 WS-VALOR-RESTA    PIC 9(07)V99.
       77 WS-VLR-FALTA      PIC 9(05)V99.
       77 WS-QTD-PARC-PAGAS PIC 9(03).
       77 WS-QTD-RECUPER    PIC 9(05) VALUE 0.
       77 WS-SW-RECUPER     PIC X VALUE "N".
           88 WS-LANCAR-RECUPER VALUE "S".
       77 WS-FS-FECHADOS    PIC XX.
       77 WS-SW-FCH-ABERTO  PIC X VALUE "N".
           88 WS-FECHADOS-ABERTOS VALUE "S".
       77 WS-SW-FECHADO     PIC X VALUE "N".
           88 WS-PERIODO-FECHADO VALUE "S".
       77 WS-QTD-PER-FECH   PIC 9(05) VALUE 0.
       77 WS-MOTIVO         PIC X(38).
       77 WS-LINHA          PIC X(80).
       77 WS-ED-VALOR       PIC $$,$$$,$$9.99.
       77 WS-ED-TOTAL       PIC $$$,$$$,$$9.99.
       77 WS-AUD-PROGRAMA   PIC X(10) VALUE "IMPBANCO".
       77 WS-AUD-OPERADOR   PIC X(10) VALUE "BANCO".
       77 WS-AUD-ARQUIVO    PIC X(08) VALUE "CONTRATO".
       77 WS-AUD-ARQ-PAGTO  PIC X(08) VALUE "PAGTOS".
       77 WS-AUD-ARQ-PARCELA PIC X(08) VALUE "PARCELAS".
       77 WS-AUD-TELEFONE   PIC X(09).
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       77 WS-NEG-MOTIVO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRIR-ARQUIVOS.
            IF NOT WS-ARQUIVOS-ABERTOS THEN
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM ESCREVER-CABECALHO.

            PERFORM LER-PROXIMO-RETORNO.
            PERFORM PROCESSAR-RETORNO UNTIL WS-FIM-RETORNO.

            PERFORM CONFERIR-TRAILER.
            PERFORM ESCREVER-RESUMO.

            IF WS-QTD-REJEITADOS > 0 THEN
                PERFORM AVISAR-RETORNO
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       AVISAR-RETORNO.
            IF RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.

       ABRIR-ARQUIVOS.
            OPEN I-O CONTRATOS.
            IF WS-FS-CONTRATOS NOT = "00" THEN
                DISPLAY "CONTRATOS INEXISTENTE - RETORNO DO BANCO "
                        "NAO POSTADO"
            ELSE
                OPEN I-O BOLETOS
                IF WS-FS-BOLETOS NOT = "00" THEN
                    DISPLAY "CONTROLE DE BOLETOS INEXISTENTE - "
                            "RETORNO NAO POSTADO (RODE O GERABOLE "
                            "ANTES)"
                    CLOSE CONTRATOS
                ELSE
                    SET WS-ARQUIVOS-ABERTOS TO TRUE
                END-IF
            END-IF
            IF WS-ARQUIVOS-ABERTOS THEN
                OPEN I-O PARCELAS
                IF WS-FS-PARCELAS = "35" THEN
                    OPEN OUTPUT PARCELAS
                    CLOSE PARCELAS
                    OPEN I-O PARCELAS
                END-IF
                OPEN INPUT RETBANCO
                IF WS-FS-RETBANCO NOT = "00" THEN
                    DISPLAY "ARQUIVO RETBANCO INEXISTENTE OU VAZIO"
                    SET WS-FIM-RETORNO TO TRUE
                END-IF
                OPEN INPUT FECHADOS
                IF WS-FS-FECHADOS = "00" THEN
                    SET WS-FECHADOS-ABERTOS TO TRUE
                END-IF
                OPEN OUTPUT EXCBANCO
            END-IF.

       ESCREVER-LINHA.
            DISPLAY WS-LINHA
            WRITE WS-LINHA-REL FROM WS-LINHA.

       ESCREVER-CABECALHO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " RETORNO DO BANCO - EXCECOES NAO POSTADAS - "
                   "PROCESSADO EM " WS-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "NOSSO NUM. CONTRAT DATA PGT         VALOR MOTIVO"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       LER-PROXIMO-RETORNO.
            IF NOT WS-FIM-RETORNO THEN
                READ RETBANCO
                    AT END
                        SET WS-FIM-RETORNO TO TRUE
                END-READ
            END-IF.

       PROCESSAR-RETORNO.
            EVALUATE TRUE
                WHEN WS-BRT-HEADER
                    MOVE WS-BRT-DATA-MOVTO TO WS-DATA-MOVTO
                WHEN WS-BRT-DETALHE
                    PERFORM PROCESSAR-DETALHE
                WHEN WS-BRT-TRAILER
                    SET WS-TRAILER-LIDO TO TRUE
                    MOVE WS-BRT-QTD-REGISTROS TO WS-QTD-TRAILER
                    MOVE WS-BRT-TOTAL-PAGO    TO WS-TOT-TRAILER
                WHEN OTHER
                    DISPLAY "REGISTRO DE TIPO DESCONHECIDO NO "
                            "RETORNO IGNORADO: " WS-BRT-TIPO-REG
            END-EVALUATE
            PERFORM LER-PROXIMO-RETORNO.

       PROCESSAR-DETALHE.
            ADD 1 TO WS-QTD-DETALHES
            ADD WS-BRT-VALOR-PAGO TO WS-TOT-ARQUIVO
            MOVE ZEROS TO WS-NUM-CONTRATO
            IF NOT WS-BRT-LIQUIDACAO THEN
                ADD 1 TO WS-QTD-INFORMAT
            ELSE
                PERFORM VALIDAR-BOLETO
                IF WS-BOLETO-VALIDO THEN
                    PERFORM VERIFICAR-PERIODO-FECHADO
                    IF WS-PERIODO-FECHADO THEN
                        MOVE "MES JA FECHADO - NAO POSTADO"
                          TO WS-MOTIVO
                        PERFORM REJEITAR-LIQUIDACAO
                        ADD 1 TO WS-QTD-PER-FECH
                    ELSE
                        PERFORM POSTAR-LIQUIDACAO
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * SO POSTA LIQUIDACAO DE BOLETO EMITIDO PELO GERABOLE E AINDA
      * REGISTRADO ("R"): DESCONHECIDO OU JA LIQUIDADO ("L") VAI PARA
      * O RELATORIO DE EXCECOES SEM TOCAR NO RAZAO
      ******************************************************************
       VALIDAR-BOLETO.
            MOVE "N" TO WS-SW-BOL-OK
            MOVE WS-BRT-NOSSO-NUM TO WS-BOL-NOSSO-NUM
            READ BOLETOS
                INVALID KEY
                    MOVE "BOLETO NAO CONSTA DO CONTROLE"
                      TO WS-MOTIVO
                    PERFORM REJEITAR-LIQUIDACAO
                    ADD 1 TO WS-QTD-NAO-ACHADO
                NOT INVALID KEY
                    MOVE WS-BOL-CONTRATO TO WS-NUM-CONTRATO
                    IF WS-BOL-LIQUIDADO THEN
                        MOVE SPACES TO WS-MOTIVO
                        STRING "DUPLICIDADE - JA LIQUIDADO EM "
                               WS-BOL-DATA-LIQUID
                               DELIMITED BY SIZE INTO WS-MOTIVO
                        PERFORM REJEITAR-LIQUIDACAO
                        ADD 1 TO WS-QTD-DUPLICADAS
                    ELSE
                        SET WS-BOLETO-VALIDO TO TRUE
                        MOVE WS-BOL-TELEFONE   TO WS-AUD-TELEFONE
                        MOVE WS-BRT-DATA-PGTO  TO WS-DATA-PGTO
                        MOVE WS-BRT-VALOR-PAGO TO WS-VALOR-PGTO
                    END-IF
            END-READ.

       VERIFICAR-PERIODO-FECHADO.
            MOVE "N" TO WS-SW-FECHADO
            IF WS-FECHADOS-ABERTOS THEN
                MOVE WS-DATA-PGTO(1:6) TO WS-FCH-PERIODO
                READ FECHADOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-PERIODO-FECHADO TO TRUE
                END-READ
            END-IF.

       POSTAR-LIQUIDACAO.
            MOVE WS-NUM-CONTRATO TO WS-CTR-NUMERO
            READ CONTRATOS
                INVALID KEY
                    SET WS-CONTRATO-NAO-ENCONTRADO TO TRUE
                NOT INVALID KEY
                    SET WS-CONTRATO-ENCONTRADO TO TRUE
            END-READ
            MOVE "N" TO WS-SW-PARC-BOL
            IF WS-CONTRATO-ENCONTRADO AND WS-CTR-N-PG THEN
                PERFORM VERIFICAR-PARCELA-BOLETO
            END-IF

            EVALUATE TRUE
                WHEN WS-PARCELA-BOLETO-PAGA
                    MOVE SPACES TO WS-MOTIVO
                    STRING "PAGAMENTO EM DUPLICIDADE - PARC "
                           WS-BOL-PARCELA
                           DELIMITED BY SIZE INTO WS-MOTIVO
                    PERFORM REJEITAR-LIQUIDACAO
                    ADD 1 TO WS-QTD-DUPLICADAS
                WHEN WS-CONTRATO-ENCONTRADO AND WS-CTR-N-PG
                    PERFORM CONTAR-PAGAMENTOS
                    PERFORM BAIXAR-PARCELA-ABERTA
                    PERFORM GRAVAR-PAGAMENTO
                    PERFORM ATUALIZAR-CONTRATO
                    PERFORM LIQUIDAR-BOLETO
                    ADD 1 TO WS-QTD-POSTADOS
                    ADD WS-VALOR-PGTO TO WS-TOT-POSTADO
                    IF WS-VALOR-RESTA > ZEROS THEN
                        MOVE "POSTADO - EXCEDENTE SEM PARCELA ABERTA"
                          TO WS-MOTIVO
                        PERFORM GRAVAR-EXCECAO
                        ADD 1 TO WS-QTD-EXCEDENTE
                    END-IF
                WHEN WS-CONTRATO-ENCONTRADO AND WS-CTR-PERDA
                    PERFORM CONTAR-PAGAMENTOS
                    MOVE ZEROS TO WS-NUM-PARC-PAGA
                    SET WS-LANCAR-RECUPER TO TRUE
                    PERFORM GRAVAR-PAGAMENTO
                    MOVE "N" TO WS-SW-RECUPER
                    PERFORM LIQUIDAR-BOLETO
                    ADD 1 TO WS-QTD-POSTADOS
                    ADD 1 TO WS-QTD-RECUPER
                    ADD WS-VALOR-PGTO TO WS-TOT-POSTADO
                    DISPLAY "CONTRATO BAIXADO COMO PERDA - "
                            "LIQUIDACAO LANCADA COMO RECUPERACAO: "
                            WS-NUM-CONTRATO
                WHEN OTHER
                    MOVE "CONTRATO NAO ESTA EM ABERTO"
                      TO WS-MOTIVO
                    PERFORM REJEITAR-LIQUIDACAO
                    ADD 1 TO WS-QTD-NAO-ABERTO
            END-EVALUATE.

      ******************************************************************
      * A PARCELA DO BOLETO JA PAGA NO BALCAO OU PELA AGENCIA E
      * DUPLICIDADE: O DINHEIRO DO BANCO NAO PODE BAIXAR OUTRA PARCELA
      ******************************************************************
       VERIFICAR-PARCELA-BOLETO.
            MOVE WS-BOL-PARC-CHAVE TO WS-PRC-CHAVE
            READ PARCELAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT WS-PRC-ABERTA THEN
                        SET WS-PARCELA-BOLETO-PAGA TO TRUE
                    END-IF
            END-READ.

       LIQUIDAR-BOLETO.
            SET WS-BOL-LIQUIDADO TO TRUE
            MOVE WS-DATA-PGTO  TO WS-BOL-DATA-LIQUID
            MOVE WS-VALOR-PGTO TO WS-BOL-VLR-PAGO
            REWRITE WS-REG-BOLETO
                INVALID KEY
                    DISPLAY "CONTROLE DE BOLETO SUMIU AO LIQUIDAR: "
                            WS-BRT-NOSSO-NUM
            END-REWRITE.

       REJEITAR-LIQUIDACAO.
            PERFORM GRAVAR-EXCECAO
            ADD 1 TO WS-QTD-REJEITADOS
            ADD WS-BRT-VALOR-PAGO TO WS-TOT-REJEITADO.

       GRAVAR-EXCECAO.
            MOVE WS-BRT-VALOR-PAGO TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING WS-BRT-NOSSO-NUM " " WS-NUM-CONTRATO " "
                   WS-BRT-DATA-PGTO " " WS-ED-VALOR " " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       CONFERIR-TRAILER.
            IF NOT WS-TRAILER-LIDO THEN
                MOVE "ARQUIVO DE RETORNO SEM TRAILER - CONFIRA COM O "
                  TO WS-LINHA
                PERFORM ESCREVER-LINHA
                MOVE "BANCO SE O ARQUIVO CHEGOU COMPLETO" TO WS-LINHA
                PERFORM ESCREVER-LINHA
                PERFORM AVISAR-RETORNO
            ELSE
                IF WS-QTD-TRAILER NOT = WS-QTD-DETALHES OR
                      WS-TOT-TRAILER NOT = WS-TOT-ARQUIVO THEN
                    MOVE WS-TOT-TRAILER TO WS-ED-TOTAL
                    MOVE SPACES TO WS-LINHA
                    STRING "TRAILER DIVERGENTE - BANCO INFORMA "
                           WS-QTD-TRAILER " DETALHES / " WS-ED-TOTAL
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
                    MOVE WS-TOT-ARQUIVO TO WS-ED-TOTAL
                    MOVE SPACES TO WS-LINHA
                    STRING "                     LIDOS NO ARQUIVO "
                           WS-QTD-DETALHES " DETALHES / " WS-ED-TOTAL
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
                    PERFORM AVISAR-RETORNO
                END-IF
            END-IF.

       ESCREVER-RESUMO.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "MOVIMENTO DO BANCO ............: " WS-DATA-MOVTO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "DETALHES LIDOS ................: " WS-QTD-DETALHES
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "OCORRENCIAS SEM LIQUIDACAO ....: " WS-QTD-INFORMAT
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-POSTADO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "LIQUIDACOES POSTADAS ..........: " WS-QTD-POSTADOS
                   " - " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - RECUPERACOES DE PERDA .....: " WS-QTD-RECUPER
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - COM EXCEDENTE .............: " WS-QTD-EXCEDENTE
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-REJEITADO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "LIQUIDACOES NAO POSTADAS ......: " WS-QTD-REJEITADOS
                   " - " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - BOLETO DESCONHECIDO .......: " WS-QTD-NAO-ACHADO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - DUPLICIDADE ...............: " WS-QTD-DUPLICADAS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - CONTRATO NAO ESTA EM ABERTO: " WS-QTD-NAO-ABERTO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - MES JA FECHADO ............: " WS-QTD-PER-FECH
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       CONTAR-PAGAMENTOS.
            MOVE ZERO TO WS-QTD-PAGTOS
            MOVE ZERO TO WS-MAX-SEQ
            OPEN INPUT PAGTOS
            IF WS-FS-PAGTOS = "00" THEN
                PERFORM POSICIONAR-PAGTOS
                PERFORM LER-PROXIMO-PAGTO
                PERFORM SOMAR-PAGTO-CONTRATO UNTIL WS-FS-PAGTOS = "10"
                CLOSE PAGTOS
            END-IF.

       POSICIONAR-PAGTOS.
            MOVE WS-NUM-CONTRATO TO WS-PGTO-CONTRATO
            MOVE ZEROS           TO WS-PGTO-SEQ
            START PAGTOS KEY IS GREATER THAN WS-PGTO-CHAVE
                INVALID KEY
                    MOVE "10" TO WS-FS-PAGTOS
            END-START.

       LER-PROXIMO-PAGTO.
            IF WS-FS-PAGTOS NOT = "10" THEN
                READ PAGTOS NEXT RECORD
                    AT END
                        MOVE "10" TO WS-FS-PAGTOS
                END-READ
                IF WS-FS-PAGTOS NOT = "10" AND
                      WS-PGTO-CONTRATO NOT = WS-NUM-CONTRATO THEN
                    MOVE "10" TO WS-FS-PAGTOS
                END-IF
            END-IF.

       SOMAR-PAGTO-CONTRATO.
            IF WS-PGTO-NORMAL THEN
                ADD 1 TO WS-QTD-PAGTOS
            END-IF
            IF WS-PGTO-SEQ > WS-MAX-SEQ THEN
                MOVE WS-PGTO-SEQ TO WS-MAX-SEQ
            END-IF
            PERFORM LER-PROXIMO-PAGTO.

       GRAVAR-PAGAMENTO.
            OPEN I-O PAGTOS.
            IF WS-FS-PAGTOS = "35" THEN
                OPEN OUTPUT PAGTOS
                CLOSE PAGTOS
                OPEN I-O PAGTOS
            END-IF
            MOVE WS-AUD-TELEFONE    TO WS-PGTO-TELEFONE
            MOVE WS-NUM-CONTRATO    TO WS-PGTO-CONTRATO
            ADD 1 WS-MAX-SEQ        GIVING WS-PGTO-SEQ
            MOVE WS-DATA-PGTO       TO WS-PGTO-DATA
            MOVE WS-VALOR-PGTO      TO WS-PGTO-VALOR
            MOVE "BANCO"            TO WS-PGTO-OPERADOR
            MOVE WS-NUM-PARC-PAGA   TO WS-PGTO-PARCELA
            IF WS-LANCAR-RECUPER THEN
                SET WS-PGTO-RECUPER TO TRUE
            ELSE
                SET WS-PGTO-NORMAL  TO TRUE
            END-IF
            MOVE ZEROS              TO WS-PGTO-SEQ-EST
            MOVE SPACES             TO WS-IMAGEM-ANTES
            WRITE WS-REG-PGTO
            PERFORM GRAVAR-AUDITORIA-PAGTO
            CLOSE PAGTOS.

       BAIXAR-PARCELA-ABERTA.
            MOVE "N" TO WS-SW-BAIXA
            MOVE ZEROS TO WS-VENC-ABERTO
            ADD 1 WS-QTD-PAGTOS GIVING WS-NUM-PARC-PAGA
            MOVE WS-VALOR-PGTO TO WS-VALOR-RESTA
            PERFORM POSICIONAR-PARCELAS
            PERFORM PROCURAR-PARCELA-ABERTA
                    UNTIL WS-FIM-PARCELAS OR WS-PARCELA-ACHADA
            IF WS-PARCELA-ACHADA THEN
                MOVE WS-PRC-NUMERO TO WS-NUM-PARC-PAGA
                PERFORM CREDITAR-PARCELA
                        UNTIL WS-FIM-PARCELAS
                           OR WS-VALOR-RESTA = ZEROS
                PERFORM ACHAR-VENC-ABERTO
            ELSE
                MOVE ZEROS TO WS-VALOR-RESTA
            END-IF.

       CREDITAR-PARCELA.
            IF WS-PRC-ABERTA THEN
                MOVE WS-REG-PARCELA TO WS-IMAGEM-ANTES
                COMPUTE WS-VLR-FALTA =
                        WS-PRC-VALOR - WS-PRC-VLR-PAGO
                IF WS-VALOR-RESTA >= WS-VLR-FALTA THEN
                    MOVE WS-PRC-VALOR TO WS-PRC-VLR-PAGO
                    SET WS-PRC-PAGA   TO TRUE
                    MOVE WS-DATA-PGTO TO WS-PRC-DATA-PGTO
                    SUBTRACT WS-VLR-FALTA FROM WS-VALOR-RESTA
                ELSE
                    ADD WS-VALOR-RESTA TO WS-PRC-VLR-PAGO
                    MOVE ZEROS TO WS-VALOR-RESTA
                END-IF
                REWRITE WS-REG-PARCELA
                PERFORM GRAVAR-AUDITORIA-PARCELA
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

       POSICIONAR-PARCELAS.
            MOVE "N" TO WS-SW-FIM-PARC
            MOVE WS-NUM-CONTRATO TO WS-PRC-CONTRATO
            MOVE ZEROS           TO WS-PRC-NUMERO
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
                      WS-PRC-CONTRATO NOT = WS-NUM-CONTRATO THEN
                    SET WS-FIM-PARCELAS TO TRUE
                END-IF
            END-IF.

       PROCURAR-PARCELA-ABERTA.
            IF WS-PRC-ABERTA THEN
                SET WS-PARCELA-ACHADA TO TRUE
            ELSE
                PERFORM LER-PROXIMA-PARCELA
            END-IF.

       ACHAR-VENC-ABERTO.
            MOVE ZEROS TO WS-VENC-ABERTO
            PERFORM POSICIONAR-PARCELAS
            PERFORM GUARDAR-VENC-ABERTO UNTIL WS-FIM-PARCELAS.

       CONTAR-PARCELAS-PAGAS.
            MOVE ZEROS TO WS-QTD-PARC-PAGAS
            PERFORM POSICIONAR-PARCELAS
            PERFORM SOMAR-PARCELA-PAGA UNTIL WS-FIM-PARCELAS.

       SOMAR-PARCELA-PAGA.
            IF WS-PRC-PAGA THEN
                ADD 1 TO WS-QTD-PARC-PAGAS
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

       GUARDAR-VENC-ABERTO.
            IF WS-PRC-ABERTA AND WS-VENC-ABERTO = ZEROS THEN
                MOVE WS-PRC-DATA-VENCTO TO WS-VENC-ABERTO
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

       ATUALIZAR-CONTRATO.
            MOVE WS-NUM-CONTRATO TO WS-CTR-NUMERO
            READ CONTRATOS
                INVALID KEY
                    DISPLAY "CONTRATO NAO ENCONTRADO PARA ATUALIZAR: "
                            WS-NUM-CONTRATO
                NOT INVALID KEY
                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-ANTES
                    IF WS-PARCELA-ACHADA THEN
                        PERFORM CONTAR-PARCELAS-PAGAS
                        MOVE WS-QTD-PARC-PAGAS TO WS-CTR-PARC-PGS
                    ELSE
                        ADD 1 TO WS-QTD-PAGTOS
                        MOVE WS-QTD-PAGTOS TO WS-CTR-PARC-PGS
                    END-IF
                    IF WS-CTR-PARC-PGS >= WS-CTR-QTD-PARC AND
                          WS-CTR-JUROS = ZEROS THEN
                        SET WS-CTR-PG TO TRUE
                    ELSE
                        SET WS-CTR-N-PG TO TRUE
                    END-IF
                    IF WS-PARCELA-ACHADA THEN
                        MOVE WS-VENC-ABERTO TO WS-CTR-DATA-VENCTO
                    END-IF
                    MOVE WS-REG-CONTRATO TO WS-IMAGEM-DEPOIS
                    REWRITE WS-REG-CONTRATO
                    PERFORM GRAVAR-AUDITORIA
                    IF WS-CTR-PG THEN
                        MOVE "Q" TO WS-NEG-MOTIVO
                        CALL "MARCANEG" USING WS-NUM-CONTRATO
                                WS-NEG-MOTIVO WS-DATA-PGTO
                    END-IF
            END-READ.

       GRAVAR-AUDITORIA.
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-AUD-OPERADOR
                                  WS-AUD-ARQUIVO WS-AUD-TELEFONE
                                  WS-NUM-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PAGTO.
            MOVE WS-REG-PGTO TO WS-IMAGEM-DEPOIS
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-AUD-OPERADOR
                                  WS-AUD-ARQ-PAGTO WS-AUD-TELEFONE
                                  WS-NUM-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       GRAVAR-AUDITORIA-PARCELA.
            MOVE WS-REG-PARCELA TO WS-IMAGEM-DEPOIS
            CALL "GRAVAAUD" USING WS-AUD-PROGRAMA WS-AUD-OPERADOR
                                  WS-AUD-ARQ-PARCELA WS-AUD-TELEFONE
                                  WS-NUM-CONTRATO WS-IMAGEM-ANTES
                                  WS-IMAGEM-DEPOIS.

       FECHAR-ARQUIVOS.
            CLOSE CONTRATOS.
            CLOSE BOLETOS.
            CLOSE PARCELAS.
            CLOSE RETBANCO.
            IF WS-FECHADOS-ABERTOS THEN
                CLOSE FECHADOS
            END-IF
            CLOSE EXCBANCO.
