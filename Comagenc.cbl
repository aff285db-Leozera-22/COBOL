      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ACERTO MENSAL DA COMISSAO DA AGENCIA DE COBRANCA -
      *          APURA A COMISSAO DEVIDA SOBRE OS RECEBIMENTOS
      *          LANCADOS PELA AGENCIA NO RAZAO (PAGTOS, OPERADOR
      *          "AGENCIA", TIPOS "N", "V" E O "E" QUE FOI POSTADO
      *          ANTES DE SER ESTORNADO) NO PERIODO, CONTRATO A
      *          CONTRATO, COM A TAXA DA FAIXA DE AGING EM QUE A CONTA
      *          FOI ENVIADA (CONTROLE REMESSAS, REMESSA MAIS RECENTE
      *          DO CONTRATO ENVIADA ATE A DATA DO RECEBIMENTO).
      *          A TAXA VEM DO PARAMS (LEPARAM), CODIGOS COMFAIX1 A
      *          COMFAIX4 (% SOBRE O RECUPERADO), VIGENTE NA DATA DO
      *          ENVIO DA REMESSA.
      *          ESTORNO ("R") LANCADO NO PERIODO CONTRA RECEBIMENTO
      *          DA AGENCIA ESTORNA A COMISSAO (VALOR NEGATIVO, MESMA
      *          TAXA DO RECEBIMENTO ORIGINAL), MESMO QUE O ORIGINAL
      *          SEJA DE MES JA ACERTADO.
      *          EMITE O DEMONSTRATIVO DO ACERTO (COMREL), LE A FATURA
      *          DA AGENCIA (FATAGENC) E LISTA AS DIFERENCAS CONTRATO
      *          A CONTRATO. O TOTAL ACORDADO (POR CONTRATO, O MENOR
      *          ENTRE O CALCULADO E O FATURADO) E GRAVADO NO CONTROLE
      *          COMISSAO, DE ONDE O FECHMES O LANCA NA INTERFACE
      *          CONTABIL COMO DESPESA DE COMISSAO.
      *          PARM OPCIONAL NA LINHA DE COMANDO: PERIODO AAAAMM
      *          (PADRAO: MES ANTERIOR AO DA DATA DO SISTEMA). MES JA
      *          FECHADO (FECHADOS) SO E REEMITIDO, SEM ALTERAR O
      *          CONTROLE.
      *          RETURN-CODE: 8 RAZAO OU REMESSAS INDISPONIVEL, TABELA
      *          ESTOURADA, FATURA AUSENTE OU ERRO NA GRAVACAO DO
      *          CONTROLE (NADA E GRAVADO, O FECHMES NAO RODA); 4 COM
      *          DIFERENCA NA FATURA, RECEBIMENTO SEM REMESSA OU SEM
      *          TAXA CADASTRADA, OU MES JA FECHADO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      *   15/10/2026 - LO - Fatura da agencia (FATAGENC) ausente passa
      *                     a RC 8 sem gravar o controle COMISSAO: o
      *                     mes nao fecha sem a despesa de comissao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMAGENC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTOS ASSIGN TO "PAGTOS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WS-PGTO-CHAVE
               FILE STATUS IS WS-FS-PAGTOS.

           SELECT REMESSAS ASSIGN TO "REMESSAS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WS-RMS-CHAVE
               FILE STATUS IS WS-FS-REMESSAS.

           SELECT FATAGENC ASSIGN TO "FATAGENC"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-FATAGENC.

           SELECT FECHADOS ASSIGN TO "FECHADOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-FCH-PERIODO
               FILE STATUS IS WS-FS-FECHADOS.

           SELECT COMISSAO ASSIGN TO "COMISSAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-COM-PERIODO
               FILE STATUS IS WS-FS-COMISSAO.

           SELECT COMREL ASSIGN TO "COMREL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-COMREL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGTOS.
           COPY "copybooks/PagamentoReg.cpy".

       FD  REMESSAS.
           COPY "copybooks/RemessaReg.cpy".

       FD  FATAGENC.
           COPY "copybooks/FaturaAgencia.cpy".

       FD  FECHADOS.
           COPY "copybooks/FechamentoReg.cpy".

       FD  COMISSAO.
           COPY "copybooks/ComissaoReg.cpy".

       FD  COMREL.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGTOS      PIC XX.
       77 WS-FS-REMESSAS    PIC XX.
       77 WS-FS-FATAGENC    PIC XX.
       77 WS-FS-FECHADOS    PIC XX.
       77 WS-FS-COMISSAO    PIC XX.
       77 WS-FS-COMREL      PIC XX.
       77 WS-PARM-PERIODO   PIC X(20).
       77 WS-PERIODO        PIC 9(06).
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-SW-ABERTO      PIC X VALUE "N".
           88 WS-ARQUIVOS-ABERTOS VALUE "S".
       77 WS-SW-FAT-ABERTA  PIC X VALUE "N".
           88 WS-FATURA-ABERTA VALUE "S".
       77 WS-SW-FCH-ABERTO  PIC X VALUE "N".
           88 WS-FECHADOS-ABERTOS VALUE "S".
       77 WS-SW-FECHADO     PIC X VALUE "N".
           88 WS-PERIODO-FECHADO VALUE "S".
       77 WS-SW-APURACAO    PIC X VALUE "N".
           88 WS-APURACAO-FALHOU VALUE "S".
       77 WS-SW-FIM-PGTO    PIC X VALUE "N".
           88 WS-FIM-PAGTOS VALUE "S".
       77 WS-SW-FIM-RMS     PIC X VALUE "N".
           88 WS-FIM-REMESSAS VALUE "S".
       77 WS-SW-FIM-FAT     PIC X VALUE "N".
           88 WS-FIM-FATURA VALUE "S".
       77 WS-SW-ORIGINAL    PIC X VALUE "N".
           88 WS-ORIGINAL-ACHADO VALUE "S".
       77 WS-SW-ESTORNO     PIC X VALUE "N".
           88 WS-LANCTO-ESTORNO VALUE "S".
       77 WS-SW-CTR-TAB     PIC X VALUE "N".
           88 WS-CONTRATO-NA-TABELA VALUE "S".
       77 WS-CTR-ATUAL      PIC 9(07) VALUE 0.
       77 WS-DATA-RECEBTO   PIC 9(08).
       77 WS-IDX-RMS        PIC 9(04).
       77 WS-IDX-ACHADA     PIC 9(04).
       77 WS-IDX-AGC        PIC 9(03).
       77 WS-IDX-CTR        PIC 9(04).
       77 WS-QTD-RMS-TAB    PIC 9(04) VALUE 0.
       77 WS-QTD-AGC-CTR    PIC 9(03) VALUE 0.
       77 WS-QTD-CTR-TAB    PIC 9(04) VALUE 0.
       77 WS-PAR-COD-TAXA   PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-TAXA           PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.
       77 WS-FAIXA-ENVIO    PIC 9(01).
       77 WS-NUM-REMESSA    PIC 9(05).
       77 WS-VLR-COMISSAO   PIC S9(07)V99.
       77 WS-VLR-DIFERENCA  PIC S9(07)V99.
       77 WS-VLR-ACORDADO   PIC S9(07)V99.
       77 WS-VLR-AGENCIA    PIC 9(11)V99 VALUE 0.
       77 WS-QTD-LANCTOS    PIC 9(05) VALUE 0.
       77 WS-QTD-ESTORNOS   PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-RMS    PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-TAXA   PIC 9(05) VALUE 0.
       77 WS-QTD-FAT-LIDAS  PIC 9(05) VALUE 0.
       77 WS-QTD-FAT-FORA   PIC 9(05) VALUE 0.
       77 WS-QTD-DIVERG     PIC 9(05) VALUE 0.
       77 WS-TOT-CALCULADO  PIC S9(09)V99 VALUE 0.
       77 WS-TOT-FATURADO   PIC S9(09)V99 VALUE 0.
       77 WS-TOT-ACORDADO   PIC S9(09)V99 VALUE 0.
       77 WS-LINHA          PIC X(80).
       77 WS-ED-VALOR       PIC $$,$$$,$$9.99.
       77 WS-ED-SINAL       PIC -$$,$$$,$$9.99.
       77 WS-ED-SINAL2      PIC -$$,$$$,$$9.99.
       77 WS-ED-SINAL3      PIC -$$,$$$,$$9.99.
       77 WS-ED-TOTAL       PIC -$$$,$$$,$$9.99.
       77 WS-ED-TAXA        PIC ZZ9.99.
       01 WS-PERIODO-CALC.
           03 WS-PER-ANO    PIC 9(04).
           03 WS-PER-MES    PIC 9(02).
       01 WS-DATA-EDICAO.
           03 WS-DTE-ANO    PIC 9(04).
           03 WS-DTE-MES    PIC 9(02).
           03 WS-DTE-DIA    PIC 9(02).
       01 WS-TAB-REMESSAS.
           03 WS-TR-ENT OCCURS 5000 TIMES.
               05 WS-TR-CONTRATO    PIC 9(07).
               05 WS-TR-NUMERO      PIC 9(05).
               05 WS-TR-DATA-ENVIO  PIC 9(08).
               05 WS-TR-FAIXA       PIC 9(01).
       01 WS-TAB-AGC-CONTRATO.
           03 WS-TA-ENT OCCURS 200 TIMES.
               05 WS-TA-SEQ         PIC 9(05).
               05 WS-TA-DATA        PIC 9(08).
       01 WS-TAB-CONTRATOS.
           03 WS-TC-ENT OCCURS 5000 TIMES.
               05 WS-TC-CONTRATO    PIC 9(07).
               05 WS-TC-CALCULADO   PIC S9(07)V99.
               05 WS-TC-FATURADO    PIC S9(07)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WS-PARM-PERIODO FROM COMMAND-LINE.
            IF WS-PARM-PERIODO(1:6) NUMERIC AND
                  WS-PARM-PERIODO(1:6) NOT = "000000" THEN
                MOVE WS-PARM-PERIODO(1:6) TO WS-PERIODO
            ELSE
                PERFORM CALCULAR-MES-ANTERIOR
            END-IF

            PERFORM ABRIR-ARQUIVOS.
            IF NOT WS-ARQUIVOS-ABERTOS THEN
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM ESCREVER-CABECALHO.
            PERFORM VERIFICAR-PERIODO.
            PERFORM CARREGAR-REMESSAS.

            IF NOT WS-APURACAO-FALHOU THEN
                PERFORM APURAR-COMISSAO
                PERFORM CONFERIR-FATURA
                PERFORM CONCILIAR-CONTRATOS
            END-IF

            IF WS-APURACAO-FALHOU THEN
                MOVE SPACES TO WS-LINHA
                STRING "ACERTO ABORTADO - APURACAO INCOMPLETA: O "
                       "CONTROLE COMISSAO NAO FOI GRAVADO"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM ESCREVER-RESUMO
                PERFORM GRAVAR-CONTROLE
                PERFORM DEFINIR-RETORNO
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       CALCULAR-MES-ANTERIOR.
            MOVE WS-DATA-SISTEMA(1:6) TO WS-PERIODO-CALC
            IF WS-PER-MES = 1 THEN
                MOVE 12 TO WS-PER-MES
                SUBTRACT 1 FROM WS-PER-ANO
            ELSE
                SUBTRACT 1 FROM WS-PER-MES
            END-IF
            MOVE WS-PERIODO-CALC TO WS-PERIODO.

       AVISAR-RETORNO.
            IF RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.

       DEFINIR-RETORNO.
            IF WS-APURACAO-FALHOU OR NOT WS-FATURA-ABERTA THEN
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-QTD-DIVERG > 0 OR WS-QTD-SEM-RMS > 0 OR
                      WS-QTD-SEM-TAXA > 0 OR WS-PERIODO-FECHADO THEN
                    PERFORM AVISAR-RETORNO
                END-IF
            END-IF.

      ******************************************************************
      * ABERTURA - RAZAO E REMESSAS SAO OBRIGATORIOS; SEM A FATURA O
      * DEMONSTRATIVO SAI COM TODO CONTRATO DIVERGENTE E O CONTROLE
      * NAO E GRAVADO (RC 8)
      ******************************************************************
       ABRIR-ARQUIVOS.
            SET WS-ARQUIVOS-ABERTOS TO TRUE
            OPEN INPUT PAGTOS.
            IF WS-FS-PAGTOS NOT = "00" THEN
                DISPLAY "RAZAO DE PAGAMENTOS NAO ABRIU (STATUS "
                        WS-FS-PAGTOS ") - ACERTO NAO APURADO"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            OPEN INPUT REMESSAS.
            IF WS-FS-REMESSAS NOT = "00" THEN
                DISPLAY "CONTROLE DE REMESSAS NAO ABRIU (STATUS "
                        WS-FS-REMESSAS ") - ACERTO NAO APURADO"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            OPEN I-O COMISSAO.
            IF WS-FS-COMISSAO = "35" THEN
                OPEN OUTPUT COMISSAO
                CLOSE COMISSAO
                OPEN I-O COMISSAO
            END-IF
            IF WS-FS-COMISSAO NOT = "00" THEN
                DISPLAY "CONTROLE COMISSAO NAO ABRIU (STATUS "
                        WS-FS-COMISSAO ") - ACERTO NAO APURADO"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            IF WS-ARQUIVOS-ABERTOS THEN
                OPEN INPUT FATAGENC
                IF WS-FS-FATAGENC = "00" THEN
                    SET WS-FATURA-ABERTA TO TRUE
                ELSE
                    DISPLAY "FATURA DA AGENCIA (FATAGENC) AUSENTE - "
                            "CONTROLE COMISSAO NAO SERA GRAVADO"
                END-IF
                OPEN INPUT FECHADOS
                IF WS-FS-FECHADOS = "00" THEN
                    SET WS-FECHADOS-ABERTOS TO TRUE
                END-IF
                OPEN OUTPUT COMREL
            END-IF.

       VERIFICAR-PERIODO.
            IF WS-FECHADOS-ABERTOS THEN
                MOVE WS-PERIODO TO WS-FCH-PERIODO
                READ FECHADOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-PERIODO-FECHADO TO TRUE
                        MOVE SPACES TO WS-LINHA
                        STRING "PERIODO JA FECHADO EM "
                               WS-FCH-DATA-FECHTO
                               " - SO REEMISSAO, CONTROLE NAO ALTERADO"
                               DELIMITED BY SIZE INTO WS-LINHA
                        PERFORM ESCREVER-LINHA
                END-READ
            END-IF.

       ESCREVER-LINHA.
            DISPLAY WS-LINHA
            WRITE WS-LINHA-REL FROM WS-LINHA.

       ESCREVER-CABECALHO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " ACERTO DE COMISSAO DA AGENCIA - PERIODO "
                   WS-PERIODO " - EMISSAO DE " WS-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

      ******************************************************************
      * REMESSAS - TABELA CONTRATO / REMESSA / DATA DO ENVIO / FAIXA,
      * PARA ACHAR EM QUE FAIXA A CONTA ESTAVA QUANDO FOI ENVIADA
      ******************************************************************
       CARREGAR-REMESSAS.
            PERFORM LER-PROXIMA-REMESSA
            PERFORM GUARDAR-REMESSA
                    UNTIL WS-FIM-REMESSAS OR WS-APURACAO-FALHOU.

       LER-PROXIMA-REMESSA.
            IF NOT WS-FIM-REMESSAS THEN
                READ REMESSAS NEXT RECORD
                    AT END
                        SET WS-FIM-REMESSAS TO TRUE
                END-READ
            END-IF.

       GUARDAR-REMESSA.
            IF WS-QTD-RMS-TAB < 5000 THEN
                ADD 1 TO WS-QTD-RMS-TAB
                MOVE WS-RMS-CONTRATO   TO WS-TR-CONTRATO(WS-QTD-RMS-TAB)
                MOVE WS-RMS-NUMERO     TO WS-TR-NUMERO(WS-QTD-RMS-TAB)
                MOVE WS-RMS-DATA-ENVIO
                  TO WS-TR-DATA-ENVIO(WS-QTD-RMS-TAB)
                MOVE WS-RMS-FAIXA      TO WS-TR-FAIXA(WS-QTD-RMS-TAB)
            ELSE
                DISPLAY "LIMITE DE 5000 CONTAS REMETIDAS NA TABELA "
                        "EXCEDIDO - AMPLIAR WS-TAB-REMESSAS"
                SET WS-APURACAO-FALHOU TO TRUE
            END-IF
            PERFORM LER-PROXIMA-REMESSA.

      ******************************************************************
      * APURACAO - RAZAO INTEIRO NA SEQUENCIA DA CHAVE (CONTRATO +
      * SEQ); OS RECEBIMENTOS DA AGENCIA DE CADA CONTRATO FICAM NUMA
      * TABELA PARA O ESTORNO ACHAR O LANCAMENTO ORIGINAL
      ******************************************************************
       APURAR-COMISSAO.
            MOVE "DEMONSTRATIVO:" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "  DATA       CONTRATO REMES F   TAXA          BASE"
               & "       COMISSAO" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            PERFORM LER-PROXIMO-PAGTO
            PERFORM PROCESSAR-LANCAMENTO
                    UNTIL WS-FIM-PAGTOS OR WS-APURACAO-FALHOU.

       LER-PROXIMO-PAGTO.
            IF NOT WS-FIM-PAGTOS THEN
                READ PAGTOS NEXT RECORD
                    AT END
                        SET WS-FIM-PAGTOS TO TRUE
                END-READ
            END-IF.

       PROCESSAR-LANCAMENTO.
            IF WS-PGTO-CONTRATO NOT = WS-CTR-ATUAL THEN
                MOVE WS-PGTO-CONTRATO TO WS-CTR-ATUAL
                MOVE ZEROS            TO WS-QTD-AGC-CTR
            END-IF
            IF WS-PGTO-OPERADOR = "AGENCIA" AND
                  (WS-PGTO-NORMAL OR WS-PGTO-RECUPER OR
                   WS-PGTO-ESTORNADO) THEN
                PERFORM GUARDAR-RECEBTO-AGENCIA
                IF WS-PGTO-DATA(1:6) = WS-PERIODO THEN
                    ADD WS-PGTO-VALOR TO WS-VLR-AGENCIA
                    MOVE "N"          TO WS-SW-ESTORNO
                    MOVE WS-PGTO-DATA TO WS-DATA-RECEBTO
                    PERFORM LANCAR-COMISSAO
                END-IF
            END-IF
            IF WS-PGTO-ESTORNO AND WS-PGTO-DATA(1:6) = WS-PERIODO THEN
                PERFORM PROCURAR-ORIGINAL
                IF WS-ORIGINAL-ACHADO THEN
                    SET WS-LANCTO-ESTORNO TO TRUE
                    MOVE WS-TA-DATA(WS-IDX-AGC) TO WS-DATA-RECEBTO
                    PERFORM LANCAR-COMISSAO
                    ADD 1 TO WS-QTD-ESTORNOS
                END-IF
            END-IF
            PERFORM LER-PROXIMO-PAGTO.

       GUARDAR-RECEBTO-AGENCIA.
            IF WS-QTD-AGC-CTR < 200 THEN
                ADD 1 TO WS-QTD-AGC-CTR
                MOVE WS-PGTO-SEQ  TO WS-TA-SEQ(WS-QTD-AGC-CTR)
                MOVE WS-PGTO-DATA TO WS-TA-DATA(WS-QTD-AGC-CTR)
            ELSE
                DISPLAY "LIMITE DE 200 RECEBIMENTOS DA AGENCIA POR "
                        "CONTRATO EXCEDIDO: " WS-PGTO-CONTRATO
                SET WS-APURACAO-FALHOU TO TRUE
            END-IF.

       PROCURAR-ORIGINAL.
            MOVE "N" TO WS-SW-ORIGINAL
            MOVE 1   TO WS-IDX-AGC
            PERFORM COMPARAR-ORIGINAL
                    UNTIL WS-IDX-AGC > WS-QTD-AGC-CTR
                       OR WS-ORIGINAL-ACHADO.

       COMPARAR-ORIGINAL.
            IF WS-TA-SEQ(WS-IDX-AGC) = WS-PGTO-SEQ-EST THEN
                SET WS-ORIGINAL-ACHADO TO TRUE
            ELSE
                ADD 1 TO WS-IDX-AGC
            END-IF.

       LANCAR-COMISSAO.
            PERFORM ACHAR-REMESSA
            MOVE ZEROS TO WS-TAXA
            IF WS-IDX-ACHADA = 0 THEN
                MOVE ZEROS TO WS-NUM-REMESSA
                MOVE ZEROS TO WS-FAIXA-ENVIO
                ADD 1 TO WS-QTD-SEM-RMS
            ELSE
                MOVE WS-TR-NUMERO(WS-IDX-ACHADA) TO WS-NUM-REMESSA
                MOVE WS-TR-FAIXA(WS-IDX-ACHADA)  TO WS-FAIXA-ENVIO
                PERFORM OBTER-TAXA
            END-IF
            COMPUTE WS-VLR-COMISSAO ROUNDED =
                    WS-PGTO-VALOR * WS-TAXA / 100
            IF WS-LANCTO-ESTORNO THEN
                COMPUTE WS-VLR-COMISSAO = 0 - WS-VLR-COMISSAO
            END-IF
            ADD 1 TO WS-QTD-LANCTOS
            ADD WS-VLR-COMISSAO TO WS-TOT-CALCULADO
            PERFORM ACHAR-CONTRATO-TABELA
            IF WS-IDX-CTR > 0 THEN
                ADD WS-VLR-COMISSAO TO WS-TC-CALCULADO(WS-IDX-CTR)
            END-IF
            PERFORM LISTAR-LANCAMENTO.

       ACHAR-REMESSA.
            MOVE ZEROS TO WS-IDX-ACHADA
            MOVE 1     TO WS-IDX-RMS
            PERFORM COMPARAR-REMESSA UNTIL WS-IDX-RMS > WS-QTD-RMS-TAB.

       COMPARAR-REMESSA.
            IF WS-TR-CONTRATO(WS-IDX-RMS) = WS-PGTO-CONTRATO AND
                  WS-TR-DATA-ENVIO(WS-IDX-RMS) NOT > WS-DATA-RECEBTO
                  THEN
                IF WS-IDX-ACHADA = 0 THEN
                    MOVE WS-IDX-RMS TO WS-IDX-ACHADA
                ELSE
                    IF WS-TR-DATA-ENVIO(WS-IDX-RMS) >
                          WS-TR-DATA-ENVIO(WS-IDX-ACHADA) THEN
                        MOVE WS-IDX-RMS TO WS-IDX-ACHADA
                    END-IF
                END-IF
            END-IF
            ADD 1 TO WS-IDX-RMS.

       OBTER-TAXA.
            MOVE "COMFAIX"      TO WS-PAR-COD-TAXA
            MOVE WS-FAIXA-ENVIO TO WS-PAR-COD-TAXA(8:1)
            MOVE WS-TR-DATA-ENVIO(WS-IDX-ACHADA) TO WS-PAR-DATA-REF
            MOVE ZEROS          TO WS-TAXA
            CALL "LEPARAM" USING WS-PAR-COD-TAXA WS-PAR-DATA-REF
                                 WS-TAXA WS-PAR-ACHADO
            IF WS-PAR-ACHADO NOT = "S" THEN
                MOVE ZEROS TO WS-TAXA
                ADD 1 TO WS-QTD-SEM-TAXA
            END-IF.

       ACHAR-CONTRATO-TABELA.
            MOVE "N" TO WS-SW-CTR-TAB
            MOVE 1   TO WS-IDX-CTR
            PERFORM COMPARAR-CONTRATO-TABELA
                    UNTIL WS-IDX-CTR > WS-QTD-CTR-TAB
                       OR WS-CONTRATO-NA-TABELA
            IF NOT WS-CONTRATO-NA-TABELA THEN
                IF WS-QTD-CTR-TAB < 5000 THEN
                    ADD 1 TO WS-QTD-CTR-TAB
                    MOVE WS-QTD-CTR-TAB TO WS-IDX-CTR
                    MOVE WS-CTR-ATUAL TO WS-TC-CONTRATO(WS-IDX-CTR)
                    MOVE ZEROS        TO WS-TC-CALCULADO(WS-IDX-CTR)
                    MOVE ZEROS        TO WS-TC-FATURADO(WS-IDX-CTR)
                ELSE
                    DISPLAY "LIMITE DE 5000 CONTRATOS NO ACERTO "
                            "EXCEDIDO - AMPLIAR WS-TAB-CONTRATOS"
                    SET WS-APURACAO-FALHOU TO TRUE
                    MOVE ZEROS TO WS-IDX-CTR
                END-IF
            END-IF.

       COMPARAR-CONTRATO-TABELA.
            IF WS-TC-CONTRATO(WS-IDX-CTR) = WS-CTR-ATUAL THEN
                SET WS-CONTRATO-NA-TABELA TO TRUE
            ELSE
                ADD 1 TO WS-IDX-CTR
            END-IF.

       LISTAR-LANCAMENTO.
            MOVE WS-PGTO-DATA    TO WS-DATA-EDICAO
            MOVE WS-TAXA         TO WS-ED-TAXA
            MOVE WS-PGTO-VALOR   TO WS-ED-VALOR
            MOVE WS-VLR-COMISSAO TO WS-ED-SINAL
            MOVE SPACES TO WS-LINHA
            STRING "  " WS-DTE-DIA "/" WS-DTE-MES "/" WS-DTE-ANO
                   " " WS-PGTO-CONTRATO " " WS-NUM-REMESSA
                   " " WS-FAIXA-ENVIO " " WS-ED-TAXA
                   " " WS-ED-VALOR " " WS-ED-SINAL
                   DELIMITED BY SIZE INTO WS-LINHA
            EVALUATE TRUE
                WHEN WS-LANCTO-ESTORNO
                    MOVE "ESTORNO" TO WS-LINHA(66:7)
                WHEN WS-NUM-REMESSA = ZEROS
                    MOVE "S/REMES" TO WS-LINHA(66:7)
                WHEN WS-PAR-ACHADO NOT = "S"
                    MOVE "S/TAXA"  TO WS-LINHA(66:7)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM ESCREVER-LINHA.

      ******************************************************************
      * FATURA - CADA LANCAMENTO COBRADO PELA AGENCIA NO PERIODO SOMA
      * NO CONTRATO (ESTORNO DE COMISSAO ENTRA NEGATIVO)
      ******************************************************************
       CONFERIR-FATURA.
            IF WS-FATURA-ABERTA THEN
                PERFORM LER-PROXIMA-FATURA
                PERFORM SOMAR-FATURA
                        UNTIL WS-FIM-FATURA OR WS-APURACAO-FALHOU
            END-IF.

       LER-PROXIMA-FATURA.
            IF NOT WS-FIM-FATURA THEN
                READ FATAGENC
                    AT END
                        SET WS-FIM-FATURA TO TRUE
                END-READ
            END-IF.

       SOMAR-FATURA.
            ADD 1 TO WS-QTD-FAT-LIDAS
            IF WS-FAT-PERIODO NOT = WS-PERIODO THEN
                DISPLAY "FATURA COM LANCAMENTO DE OUTRO PERIODO ("
                        WS-FAT-PERIODO ") IGNORADO: CONTRATO "
                        WS-FAT-CONTRATO
                ADD 1 TO WS-QTD-FAT-FORA
                ADD 1 TO WS-QTD-DIVERG
            ELSE
                MOVE WS-FAT-CONTRATO TO WS-CTR-ATUAL
                PERFORM ACHAR-CONTRATO-TABELA
                IF WS-IDX-CTR > 0 THEN
                    IF WS-FAT-ESTORNO THEN
                        SUBTRACT WS-FAT-VLR-COMISSAO
                            FROM WS-TC-FATURADO(WS-IDX-CTR)
                        SUBTRACT WS-FAT-VLR-COMISSAO
                            FROM WS-TOT-FATURADO
                    ELSE
                        ADD WS-FAT-VLR-COMISSAO
                         TO WS-TC-FATURADO(WS-IDX-CTR)
                        ADD WS-FAT-VLR-COMISSAO TO WS-TOT-FATURADO
                    END-IF
                END-IF
            END-IF
            PERFORM LER-PROXIMA-FATURA.

      ******************************************************************
      * CONCILIACAO - CONTRATO A CONTRATO; NA DIFERENCA VALE O MENOR
      * VALOR (O EXCEDENTE FICA EM DISCUSSAO COM A AGENCIA)
      ******************************************************************
       CONCILIAR-CONTRATOS.
            MOVE SPACES TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "DIFERENCAS CONTRA A FATURA DA AGENCIA:" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "  CONTRATO      CALCULADO       FATURADO      DIFEREN"
               & "CA" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE 1 TO WS-IDX-CTR
            PERFORM CONCILIAR-CONTRATO UNTIL WS-IDX-CTR > WS-QTD-CTR-TAB
            IF WS-QTD-DIVERG = 0 THEN
                MOVE "  NENHUMA" TO WS-LINHA
                PERFORM ESCREVER-LINHA
            END-IF.

       CONCILIAR-CONTRATO.
            IF WS-TC-CALCULADO(WS-IDX-CTR) =
                  WS-TC-FATURADO(WS-IDX-CTR) THEN
                MOVE WS-TC-CALCULADO(WS-IDX-CTR) TO WS-VLR-ACORDADO
            ELSE
                IF WS-TC-CALCULADO(WS-IDX-CTR) <
                      WS-TC-FATURADO(WS-IDX-CTR) THEN
                    MOVE WS-TC-CALCULADO(WS-IDX-CTR) TO WS-VLR-ACORDADO
                ELSE
                    MOVE WS-TC-FATURADO(WS-IDX-CTR) TO WS-VLR-ACORDADO
                END-IF
                COMPUTE WS-VLR-DIFERENCA = WS-TC-FATURADO(WS-IDX-CTR)
                                         - WS-TC-CALCULADO(WS-IDX-CTR)
                MOVE WS-TC-CALCULADO(WS-IDX-CTR) TO WS-ED-SINAL
                MOVE WS-TC-FATURADO(WS-IDX-CTR)  TO WS-ED-SINAL2
                MOVE WS-VLR-DIFERENCA            TO WS-ED-SINAL3
                MOVE SPACES TO WS-LINHA
                STRING "  " WS-TC-CONTRATO(WS-IDX-CTR)
                       " " WS-ED-SINAL " " WS-ED-SINAL2
                       " " WS-ED-SINAL3
                       DELIMITED BY SIZE INTO WS-LINHA
                IF WS-TC-CALCULADO(WS-IDX-CTR) = ZEROS THEN
                    MOVE "NAO APURADO" TO WS-LINHA(56:11)
                END-IF
                IF WS-TC-FATURADO(WS-IDX-CTR) = ZEROS THEN
                    MOVE "NAO FATURADO" TO WS-LINHA(56:12)
                END-IF
                PERFORM ESCREVER-LINHA
                ADD 1 TO WS-QTD-DIVERG
            END-IF
            ADD WS-VLR-ACORDADO TO WS-TOT-ACORDADO
            ADD 1 TO WS-IDX-CTR.

       ESCREVER-RESUMO.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-VLR-AGENCIA TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "RECEBIDO VIA AGENCIA NO RAZAO .: " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "LANCAMENTOS APURADOS ..........: " WS-QTD-LANCTOS
                   " (ESTORNOS: " WS-QTD-ESTORNOS ")"
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - SEM REMESSA / SEM TAXA ....: " WS-QTD-SEM-RMS
                   " / " WS-QTD-SEM-TAXA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-CALCULADO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "COMISSAO CALCULADA ............: " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-FATURADO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "COMISSAO FATURADA .............: " WS-ED-TOTAL
                   " (" WS-QTD-FAT-LIDAS " LANCAMENTOS)"
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            IF NOT WS-FATURA-ABERTA THEN
                MOVE "  *** FATURA DA AGENCIA NAO RECEBIDA ***"
                  TO WS-LINHA
                PERFORM ESCREVER-LINHA
                MOVE "  *** CONTROLE COMISSAO NAO GRAVADO ***"
                  TO WS-LINHA
                PERFORM ESCREVER-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA
            STRING "CONTRATOS DIVERGENTES .........: " WS-QTD-DIVERG
                   " (FORA DO PERIODO: " WS-QTD-FAT-FORA ")"
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-ACORDADO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "TOTAL ACORDADO (A CONTABILIZAR): " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       GRAVAR-CONTROLE.
            IF NOT WS-PERIODO-FECHADO AND WS-FATURA-ABERTA THEN
                MOVE WS-PERIODO       TO WS-COM-PERIODO
                MOVE WS-DATA-SISTEMA  TO WS-COM-DATA-APURACAO
                MOVE WS-QTD-LANCTOS   TO WS-COM-QTD-LANCTOS
                MOVE WS-VLR-AGENCIA   TO WS-COM-VLR-AGENCIA
                MOVE WS-TOT-CALCULADO TO WS-COM-TOT-CALCULADO
                MOVE WS-TOT-FATURADO  TO WS-COM-TOT-FATURADO
                MOVE WS-TOT-ACORDADO  TO WS-COM-TOT-ACORDADO
                MOVE WS-QTD-DIVERG    TO WS-COM-QTD-DIVERG
                WRITE WS-REG-COMISSAO
                    INVALID KEY
                        REWRITE WS-REG-COMISSAO
                            INVALID KEY
                                DISPLAY "ERRO AO GRAVAR O CONTROLE "
                                        "COMISSAO (STATUS "
                                        WS-FS-COMISSAO ")"
                                SET WS-APURACAO-FALHOU TO TRUE
                        END-REWRITE
                END-WRITE
            END-IF.

       FECHAR-ARQUIVOS.
            CLOSE PAGTOS.
            CLOSE REMESSAS.
            CLOSE COMISSAO.
            IF WS-FATURA-ABERTA THEN
                CLOSE FATAGENC
            END-IF
            IF WS-FECHADOS-ABERTOS THEN
                CLOSE FECHADOS
            END-IF
            CLOSE COMREL.
