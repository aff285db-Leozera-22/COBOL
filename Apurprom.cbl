      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: APURACAO NOTURNA DAS PROMESSAS DE PAGAMENTO - PARA
      *          CADA PROMESSA PENDENTE ("A") CUJA DATA PROMETIDA JA
      *          PASSOU, SOMA NO RAZAO PAGTOS OS LANCAMENTOS DO
      *          CONTRATO ENTRE O REGISTRO DA PROMESSA E A DATA
      *          PROMETIDA (SO NORMAIS E RECUPERACOES - LANCAMENTO
      *          ESTORNADO E CONTRA-LANCAMENTO DE ESTORNO NAO CONTAM)
      *          E MARCA A PROMESSA COMO CUMPRIDA ("C"), CUMPRIDA EM
      *          PARTE ("P") OU QUEBRADA ("Q"). A DATA PROMETIDA SO E
      *          APURADA NA NOITE SEGUINTE, PARA O RETORNO DO BANCO E
      *          A CONFIRMACAO DA AGENCIA DO DIA ENTRAREM NO RAZAO.
      *          AS QUEBRADAS E AS CUMPRIDAS EM PARTE SAEM NA LISTA
      *          DE TRABALHO DOS COBRADORES (PRMLISTA) PARA A MANHA
      *          SEGUINTE.
      *          RETURN-CODE: 8 QUANDO O RAZAO PAGTOS NAO ABRE
      *          (NENHUMA PROMESSA E APURADA).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      *   15/10/2026 - LO - Desconto de quitacao antecipada (tipo "D"
      *                     no razao) abatido do valor pago no prazo
      *                     da promessa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURPROM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO ASSIGN TO "CADASTRO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TELEFONE-MESTRE
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT PAGTOS ASSIGN TO "PAGTOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PGTO-CHAVE
               FILE STATUS IS WS-FS-PAGTOS.

           SELECT PROMESSA ASSIGN TO "PROMESSA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PRM-CHAVE
               ALTERNATE RECORD KEY IS WS-PRM-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PROMESSA.

           SELECT PRMLISTA ASSIGN TO "PRMLISTA"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-PRMLISTA.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
           COPY "copybooks/ClienteReg.cpy".

       FD  PAGTOS.
           COPY "copybooks/PagamentoReg.cpy".

       FD  PROMESSA.
           COPY "copybooks/PromessaReg.cpy".

       FD  PRMLISTA.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-PAGTOS      PIC XX.
       77 WS-FS-PROMESSA    PIC XX.
       77 WS-FS-PRMLISTA    PIC XX.
       77 WS-SW-CAD-ABERTO  PIC X VALUE "N".
           88 WS-CADASTRO-ABERTO VALUE "S".
       77 WS-SW-PGT-ABERTO  PIC X VALUE "N".
           88 WS-PAGTOS-ABERTOS VALUE "S".
       77 WS-SW-PRM-ABERTO  PIC X VALUE "N".
           88 WS-PROMESSAS-ABERTAS VALUE "S".
       77 WS-SW-FIM-PRM     PIC X VALUE "N".
           88 WS-FIM-PROMESSAS VALUE "S".
       77 WS-SW-FIM-PGTO    PIC X VALUE "N".
           88 WS-FIM-PAGTOS VALUE "S".
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-NUM-CONTRATO   PIC 9(07).
       77 WS-VLR-PAGO       PIC 9(08)V99.
       77 WS-NOME-CLIENTE   PIC X(11).
       77 WS-QTD-APURADAS   PIC 9(05) VALUE 0.
       77 WS-QTD-CUMPRIDAS  PIC 9(05) VALUE 0.
       77 WS-QTD-PARCIAIS   PIC 9(05) VALUE 0.
       77 WS-QTD-QUEBRADAS  PIC 9(05) VALUE 0.
       77 WS-QTD-NO-PRAZO   PIC 9(05) VALUE 0.
       77 WS-TOT-PROMETIDO  PIC 9(09)V99 VALUE 0.
       77 WS-TOT-RECEBIDO   PIC 9(09)V99 VALUE 0.
       77 WS-LINHA          PIC X(80).
       77 WS-ED-VALOR       PIC Z,ZZZ,ZZ9.99.
       77 WS-ED-PAGO        PIC Z,ZZZ,ZZ9.99.
       77 WS-ED-TOTAL       PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRIR-ARQUIVOS.
            PERFORM ESCREVER-CABECALHO.

            IF NOT WS-PAGTOS-ABERTOS THEN
                MOVE "RAZAO PAGTOS NAO ABRIU - PROMESSAS NAO APURADAS"
                  TO WS-LINHA
                PERFORM ESCREVER-LINHA
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-PROMESSAS-ABERTAS THEN
                    MOVE ZEROS TO WS-PRM-CHAVE
                    START PROMESSA KEY IS GREATER THAN WS-PRM-CHAVE
                        INVALID KEY
                            SET WS-FIM-PROMESSAS TO TRUE
                    END-START
                    PERFORM LER-PROXIMA-PROMESSA
                    PERFORM AVALIAR-PROMESSA UNTIL WS-FIM-PROMESSAS
                END-IF
                IF WS-QTD-QUEBRADAS + WS-QTD-PARCIAIS = 0 THEN
                    MOVE "  NENHUMA PROMESSA QUEBRADA NESTA APURACAO"
                      TO WS-LINHA
                    PERFORM ESCREVER-LINHA
                END-IF
                PERFORM ESCREVER-RESUMO
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       ABRIR-ARQUIVOS.
            OPEN INPUT PAGTOS.
            IF WS-FS-PAGTOS = "00" THEN
                SET WS-PAGTOS-ABERTOS TO TRUE
            END-IF
            OPEN INPUT CADASTRO.
            IF WS-FS-CADASTRO = "00" THEN
                SET WS-CADASTRO-ABERTO TO TRUE
            END-IF
            OPEN I-O PROMESSA.
            IF WS-FS-PROMESSA = "00" THEN
                SET WS-PROMESSAS-ABERTAS TO TRUE
            ELSE
                DISPLAY "NENHUMA PROMESSA REGISTRADA (STATUS "
                        WS-FS-PROMESSA ")"
            END-IF
            OPEN OUTPUT PRMLISTA.

       ESCREVER-LINHA.
            DISPLAY WS-LINHA
            WRITE WS-LINHA-REL FROM WS-LINHA.

       ESCREVER-CABECALHO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " PROMESSAS QUEBRADAS - LISTA DE TRABALHO - "
                   "APURACAO DE " WS-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "S CONTRATO TELEFONE  CLIENTE        PROMETIDO"
              &  "         PAGO DATA     OPERADOR" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       LER-PROXIMA-PROMESSA.
            IF NOT WS-FIM-PROMESSAS THEN
                READ PROMESSA NEXT RECORD
                    AT END
                        SET WS-FIM-PROMESSAS TO TRUE
                END-READ
            END-IF.

       AVALIAR-PROMESSA.
            IF WS-PRM-PENDENTE THEN
                IF WS-PRM-DATA-PROMESSA < WS-DATA-SISTEMA THEN
                    PERFORM APURAR-PROMESSA
                ELSE
                    ADD 1 TO WS-QTD-NO-PRAZO
                END-IF
            END-IF
            PERFORM LER-PROXIMA-PROMESSA.

       APURAR-PROMESSA.
            PERFORM SOMAR-PAGTOS-PERIODO
            EVALUATE TRUE
                WHEN WS-VLR-PAGO >= WS-PRM-VALOR
                    SET WS-PRM-CUMPRIDA TO TRUE
                    ADD 1 TO WS-QTD-CUMPRIDAS
                WHEN WS-VLR-PAGO > ZEROS
                    SET WS-PRM-PARCIAL TO TRUE
                    ADD 1 TO WS-QTD-PARCIAIS
                WHEN OTHER
                    SET WS-PRM-QUEBRADA TO TRUE
                    ADD 1 TO WS-QTD-QUEBRADAS
            END-EVALUATE
            IF WS-VLR-PAGO > 9999999.99 THEN
                MOVE 9999999.99 TO WS-PRM-VLR-PAGO
            ELSE
                MOVE WS-VLR-PAGO TO WS-PRM-VLR-PAGO
            END-IF
            MOVE WS-DATA-SISTEMA TO WS-PRM-DATA-APURACAO
            REWRITE WS-REG-PROMESSA
            ADD 1 TO WS-QTD-APURADAS
            ADD WS-PRM-VALOR TO WS-TOT-PROMETIDO
            ADD WS-PRM-VLR-PAGO TO WS-TOT-RECEBIDO
            IF WS-PRM-QUEBRADA OR WS-PRM-PARCIAL THEN
                PERFORM LISTAR-PROMESSA
            END-IF.

      ******************************************************************
      * SOMA OS LANCAMENTOS DO CONTRATO NO PERIODO DA PROMESSA. O
      * REGISTRO DA PROMESSA FICA NA AREA DO FD - O RAZAO E OUTRO
      * ARQUIVO, ENTAO A LEITURA NAO O PERDE
      ******************************************************************
       SOMAR-PAGTOS-PERIODO.
            MOVE ZEROS TO WS-VLR-PAGO
            MOVE "N"   TO WS-SW-FIM-PGTO
            MOVE WS-PRM-CONTRATO TO WS-NUM-CONTRATO
            MOVE WS-PRM-CONTRATO TO WS-PGTO-CONTRATO
            MOVE ZEROS           TO WS-PGTO-SEQ
            START PAGTOS KEY IS GREATER THAN WS-PGTO-CHAVE
                INVALID KEY
                    SET WS-FIM-PAGTOS TO TRUE
            END-START
            PERFORM LER-PROXIMO-PAGTO
            PERFORM SOMAR-PAGTO UNTIL WS-FIM-PAGTOS.

       LER-PROXIMO-PAGTO.
            IF NOT WS-FIM-PAGTOS THEN
                READ PAGTOS NEXT RECORD
                    AT END
                        SET WS-FIM-PAGTOS TO TRUE
                END-READ
                IF NOT WS-FIM-PAGTOS AND
                      WS-PGTO-CONTRATO NOT = WS-NUM-CONTRATO THEN
                    SET WS-FIM-PAGTOS TO TRUE
                END-IF
            END-IF.

       SOMAR-PAGTO.
            IF (WS-PGTO-NORMAL OR WS-PGTO-RECUPER) AND
                  WS-PGTO-DATA >= WS-PRM-DATA-REGISTRO AND
                  WS-PGTO-DATA <= WS-PRM-DATA-PROMESSA THEN
                ADD WS-PGTO-VALOR TO WS-VLR-PAGO
            END-IF
            IF WS-PGTO-DESCONTO AND
                  WS-PGTO-DATA >= WS-PRM-DATA-REGISTRO AND
                  WS-PGTO-DATA <= WS-PRM-DATA-PROMESSA THEN
                IF WS-VLR-PAGO > WS-PGTO-VALOR THEN
                    SUBTRACT WS-PGTO-VALOR FROM WS-VLR-PAGO
                ELSE
                    MOVE ZEROS TO WS-VLR-PAGO
                END-IF
            END-IF
            PERFORM LER-PROXIMO-PAGTO.

       LISTAR-PROMESSA.
            PERFORM BUSCAR-NOME-CLIENTE
            MOVE WS-PRM-VALOR    TO WS-ED-VALOR
            MOVE WS-PRM-VLR-PAGO TO WS-ED-PAGO
            MOVE SPACES TO WS-LINHA
            STRING WS-PRM-SITUACAO " " WS-PRM-CONTRATO " "
                   WS-PRM-TELEFONE " " WS-NOME-CLIENTE " "
                   WS-ED-VALOR " " WS-ED-PAGO " "
                   WS-PRM-DATA-PROMESSA " " WS-PRM-OPERADOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       BUSCAR-NOME-CLIENTE.
            MOVE SPACES TO WS-NOME-CLIENTE
            IF WS-CADASTRO-ABERTO THEN
                MOVE WS-PRM-TELEFONE TO WS-TELEFONE-MESTRE
                READ CADASTRO
                    INVALID KEY
                        MOVE "NAO CADAST." TO WS-NOME-CLIENTE
                    NOT INVALID KEY
                        STRING WS-PRIM-NOME-MESTRE " "
                               WS-ULTM-NOME-MESTRE
                               DELIMITED BY SIZE
                               INTO WS-NOME-CLIENTE
                END-READ
            END-IF.

       ESCREVER-RESUMO.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "S: Q = QUEBRADA (NADA PAGO)  P = CUMPRIDA EM PARTE"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "PROMESSAS APURADAS ......: " WS-QTD-APURADAS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  CUMPRIDAS .............: " WS-QTD-CUMPRIDAS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  CUMPRIDAS EM PARTE ....: " WS-QTD-PARCIAIS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  QUEBRADAS .............: " WS-QTD-QUEBRADAS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "PENDENTES AINDA NO PRAZO : " WS-QTD-NO-PRAZO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-PROMETIDO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "TOTAL PROMETIDO (APURADAS): " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-RECEBIDO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "TOTAL RECEBIDO NO PRAZO .: " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       FECHAR-ARQUIVOS.
            IF WS-PAGTOS-ABERTOS THEN
                CLOSE PAGTOS
            END-IF
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            IF WS-PROMESSAS-ABERTAS THEN
                CLOSE PROMESSA
            END-IF
            CLOSE PRMLISTA.
