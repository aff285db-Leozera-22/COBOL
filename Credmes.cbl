      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DAS DECISOES DE CREDITO - LE O LOG
      *          CREDLOG GRAVADO PELA ANALISE DE CREDITO DO VARIAVEIS
      *          E LISTA, PARA O PERIODO, CADA VENDA LIBERADA POR
      *          SUPERVISOR APESAR DA RESTRICAO (DATA, TELEFONE,
      *          CONTRATO, VALOR, RESTRICOES E MOTIVO), COM SUBTOTAL
      *          POR OPERADOR QUE LIBEROU, E O RESUMO DAS DECISOES DO
      *          MES (APROVADAS, SINALIZADAS, RECUSADAS, LIBERADAS).
      *          SAIDA NO ARQUIVO DE IMPRESSAO CREDREL E NO SYSOUT.
      *          PARM OPCIONAL = PERIODO AAAAMM (PADRAO: MES
      *          ANTERIOR AO DA DATA DO SISTEMA, COMO O GERENMES).
      *          LOG INEXISTENTE: RELATORIO VAZIO COM RC 4.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDLOG ASSIGN TO "CREDLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDLOG.

           SELECT CREDREL ASSIGN TO "CREDREL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDLOG.
           COPY "copybooks/CreditoReg.cpy".

       FD  CREDREL.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CREDLOG     PIC XX.
       77 WS-FS-CREDREL     PIC XX.
       77 WS-PARM-PERIODO   PIC X(20).
       77 WS-PERIODO        PIC 9(06).
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-SW-FIM-LOG     PIC X VALUE "N".
           88 WS-FIM-CREDLOG VALUE "S".
       77 WS-QTD-ANALISES   PIC 9(05) VALUE 0.
       77 WS-QTD-APROVADAS  PIC 9(05) VALUE 0.
       77 WS-QTD-SINALIZADAS PIC 9(05) VALUE 0.
       77 WS-QTD-RECUSADAS  PIC 9(05) VALUE 0.
       77 WS-QTD-LIBERADAS  PIC 9(05) VALUE 0.
       77 WS-TOT-LIBERADO   PIC 9(11)V99 VALUE 0.
       77 WS-QTD-OPERS      PIC 9(02) VALUE 0.
       77 WS-IDX-OPER       PIC 9(02).
       77 WS-SW-ACHOU-OPER  PIC X VALUE "N".
           88 WS-OPER-ACHADO VALUE "S".
       77 WS-DESC-RESTRICAO PIC X(27).
       77 WS-PTR-DESC       PIC 9(02).
       77 WS-ED-VALOR       PIC $$$,$$$,$$9.99.
       77 WS-ED-QTD         PIC ZZZZ9.
       77 WS-LINHA          PIC X(80).
       01 WS-PERIODO-CALC.
           03 WS-PER-ANO    PIC 9(04).
           03 WS-PER-MES    PIC 9(02).
       01 WS-TAB-OPERADORES.
           03 WS-OPER-ENT OCCURS 20 TIMES.
               05 WS-OPER-NOME   PIC X(10).
               05 WS-OPER-QTD    PIC 9(05).
               05 WS-OPER-TOTAL  PIC 9(11)V99.

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

            OPEN OUTPUT CREDREL.
            PERFORM ESCREVER-CABECALHO.

            OPEN INPUT CREDLOG.
            IF WS-FS-CREDLOG = "00" THEN
                PERFORM LER-PROXIMO-LOG
                PERFORM PROCESSAR-DECISAO UNTIL WS-FIM-CREDLOG
                CLOSE CREDLOG
            ELSE
                MOVE SPACES TO WS-LINHA
                STRING "  LOG DE DECISOES DE CREDITO (CREDLOG) "
                       "INEXISTENTE OU VAZIO - STATUS " WS-FS-CREDLOG
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                PERFORM AVISAR-RETORNO
            END-IF

            IF WS-QTD-LIBERADAS = 0 THEN
                MOVE "  NENHUMA VENDA LIBERADA POR SUPERVISOR NO MES"
                  TO WS-LINHA
                PERFORM ESCREVER-LINHA
            END-IF

            PERFORM RELATAR-OPERADORES.
            PERFORM RELATAR-RESUMO.

            CLOSE CREDREL.
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

       ESCREVER-LINHA.
            DISPLAY WS-LINHA
            WRITE WS-LINHA-REL FROM WS-LINHA.

       ESCREVER-CABECALHO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " VENDAS LIBERADAS NA ANALISE DE CREDITO - PERIODO "
                   WS-PERIODO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE " DATA     TELEFONE  CONTRATO SUPERVISOR        VALOR"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       LER-PROXIMO-LOG.
            READ CREDLOG
                AT END
                    SET WS-FIM-CREDLOG TO TRUE
            END-READ.

       PROCESSAR-DECISAO.
            IF WS-CRD-DATA(1:6) = WS-PERIODO THEN
                ADD 1 TO WS-QTD-ANALISES
                EVALUATE TRUE
                    WHEN WS-CRD-APROVADO
                        ADD 1 TO WS-QTD-APROVADAS
                    WHEN WS-CRD-SINALIZADO
                        ADD 1 TO WS-QTD-SINALIZADAS
                    WHEN WS-CRD-RECUSADO
                        ADD 1 TO WS-QTD-RECUSADAS
                    WHEN WS-CRD-LIBERADO
                        PERFORM LISTAR-LIBERACAO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            PERFORM LER-PROXIMO-LOG.

       LISTAR-LIBERACAO.
            ADD 1 TO WS-QTD-LIBERADAS
            ADD WS-CRD-VLR-NOVO TO WS-TOT-LIBERADO
            MOVE WS-CRD-VLR-NOVO TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING " " WS-CRD-DATA " " WS-CRD-TELEFONE " "
                   WS-CRD-CONTRATO "  " WS-CRD-SUPERVISOR " "
                   WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            PERFORM MONTAR-DESC-RESTRICAO
            MOVE SPACES TO WS-LINHA
            STRING "   " WS-DESC-RESTRICAO
                   " " WS-CRD-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            PERFORM ACUMULAR-OPERADOR.

       MONTAR-DESC-RESTRICAO.
            MOVE SPACES TO WS-DESC-RESTRICAO
            MOVE 1 TO WS-PTR-DESC
            IF WS-CRD-COM-ATRASO THEN
                STRING "ATRASO " DELIMITED BY SIZE
                       INTO WS-DESC-RESTRICAO WITH POINTER WS-PTR-DESC
            END-IF
            IF WS-CRD-COM-PERDA THEN
                STRING "PERDA " DELIMITED BY SIZE
                       INTO WS-DESC-RESTRICAO WITH POINTER WS-PTR-DESC
            END-IF
            IF WS-CRD-COM-ACORDO THEN
                STRING "ACORDO " DELIMITED BY SIZE
                       INTO WS-DESC-RESTRICAO WITH POINTER WS-PTR-DESC
            END-IF
            IF WS-CRD-COM-LIMITE THEN
                STRING "LIMITE" DELIMITED BY SIZE
                       INTO WS-DESC-RESTRICAO WITH POINTER WS-PTR-DESC
            END-IF.

       ACUMULAR-OPERADOR.
            MOVE "N" TO WS-SW-ACHOU-OPER
            MOVE 1   TO WS-IDX-OPER
            PERFORM PROCURAR-OPERADOR
                    UNTIL WS-OPER-ACHADO
                       OR WS-IDX-OPER > WS-QTD-OPERS
            IF NOT WS-OPER-ACHADO THEN
                IF WS-QTD-OPERS < 20 THEN
                    ADD 1 TO WS-QTD-OPERS
                    MOVE WS-QTD-OPERS TO WS-IDX-OPER
                    MOVE WS-CRD-SUPERVISOR
                      TO WS-OPER-NOME(WS-IDX-OPER)
                    MOVE ZEROS TO WS-OPER-QTD(WS-IDX-OPER)
                    MOVE ZEROS TO WS-OPER-TOTAL(WS-IDX-OPER)
                    SET WS-OPER-ACHADO TO TRUE
                ELSE
                    DISPLAY "LIMITE DE 20 OPERADORES EXCEDIDO - "
                            "LIBERACAO FORA DOS SUBTOTAIS: "
                            WS-CRD-SUPERVISOR
                    PERFORM AVISAR-RETORNO
                END-IF
            END-IF
            IF WS-OPER-ACHADO THEN
                ADD 1 TO WS-OPER-QTD(WS-IDX-OPER)
                ADD WS-CRD-VLR-NOVO TO WS-OPER-TOTAL(WS-IDX-OPER)
            END-IF.

       PROCURAR-OPERADOR.
            IF WS-OPER-NOME(WS-IDX-OPER) = WS-CRD-SUPERVISOR THEN
                SET WS-OPER-ACHADO TO TRUE
            ELSE
                ADD 1 TO WS-IDX-OPER
            END-IF.

       RELATAR-OPERADORES.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE " LIBERACOES POR OPERADOR (SUPERVISOR)" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE 1 TO WS-IDX-OPER
            PERFORM RELATAR-UM-OPERADOR
                    UNTIL WS-IDX-OPER > WS-QTD-OPERS
            MOVE WS-QTD-LIBERADAS TO WS-ED-QTD
            MOVE WS-TOT-LIBERADO  TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING "   TOTAL      " WS-ED-QTD " LIBERACAO(OES) "
                   WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       RELATAR-UM-OPERADOR.
            MOVE WS-OPER-QTD(WS-IDX-OPER)   TO WS-ED-QTD
            MOVE WS-OPER-TOTAL(WS-IDX-OPER) TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING "   " WS-OPER-NOME(WS-IDX-OPER) " " WS-ED-QTD
                   " LIBERACAO(OES) " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            ADD 1 TO WS-IDX-OPER.

       RELATAR-RESUMO.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE " RESUMO DAS ANALISES DE CREDITO DO PERIODO"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-QTD-ANALISES TO WS-ED-QTD
            MOVE SPACES TO WS-LINHA
            STRING "   ANALISES ..................: " WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-QTD-APROVADAS TO WS-ED-QTD
            MOVE SPACES TO WS-LINHA
            STRING "   APROVADAS SEM RESTRICAO ...: " WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-QTD-SINALIZADAS TO WS-ED-QTD
            MOVE SPACES TO WS-LINHA
            STRING "   APROVADAS COM SINALIZACAO .: " WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-QTD-RECUSADAS TO WS-ED-QTD
            MOVE SPACES TO WS-LINHA
            STRING "   RECUSADAS .................: " WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-QTD-LIBERADAS TO WS-ED-QTD
            MOVE SPACES TO WS-LINHA
            STRING "   LIBERADAS POR SUPERVISOR ..: " WS-ED-QTD
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.
