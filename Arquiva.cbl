      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: ARQUIVAMENTO DE CONTRATOS ENCERRADOS - MOVE DOS
      *          ARQUIVOS ATIVOS PARA OS ARQUIVOS DE HISTORICO
      *          (HCONTRAT, HPARCELA, HPAGTOS E HRECIBOS, MESMOS
      *          LAYOUTS E CHAVES) O CONTRATO PAGO ("S"), RENEGOCIADO
      *          ("R") OU BAIXADO COMO PERDA ("P") CUJO ULTIMO
      *          MOVIMENTO E ANTERIOR AO CORTE, JUNTO COM SUAS
      *          PARCELAS, LANCAMENTOS DO RAZAO E RECIBOS.
      *          ULTIMO MOVIMENTO = MAIOR DATA ENTRE AS ALTERACOES DO
      *          CONTRATO NA TRILHA AUDITLOG, OS LANCAMENTOS DO RAZAO,
      *          OS PAGAMENTOS DAS PARCELAS E OS RECIBOS (SEM NENHUM
      *          DELES, O VENCIMENTO DO CONTRATO).
      *          CORTE = 1O DIA DO MES CORRENTE MENOS ARQMESES MESES
      *          (PARAMS, VIA LEPARAM; PADRAO 24; PARM OPCIONAL COM
      *          3 DIGITOS SUBSTITUI O PARAMETRO, COMO NO PERDALOT).
      *          O CONTRATO FICA NO ATIVO QUANDO:
      *            - O MES DO ULTIMO MOVIMENTO NAO ESTA FECHADO
      *              (FECHADOS) - PERIODO ABERTO NAO SE ARQUIVA;
      *            - ESTA NEGATIVADO NO BIRO (SITBIRO "I" OU "E");
      *            - E O ULTIMO NUMERO DE CONTRATO OU TEM O ULTIMO
      *              NUMERO DE RECIBO (A NUMERACAO DO VARIAVEIS, DO
      *              ACORDO E DO PAGAMENTO CONTINUA PELO ATIVO).
      *          CADA CONTRATO, PARCELA E LANCAMENTO ARQUIVADO VAI
      *          PARA A TRILHA AUDITLOG COM IMAGEM DEPOIS EM BRANCO
      *          (SAIU DO ARQUIVO ATIVO).
      *          O RELATORIO DE CONTROLE (ARQREL) TOTALIZA, POR
      *          ARQUIVO, QUANTIDADE E VALOR NO ATIVO E NO HISTORICO
      *          ANTES E DEPOIS, E CONFERE REMOVIDO DO ATIVO = GRAVADO
      *          NO HISTORICO. REGISTRO QUE JA ESTAVA NO HISTORICO
      *          (REEXECUCAO APOS INTERRUPCAO) SO SAI DO ATIVO.
      *          DIVERGENCIA, ERRO DE GRAVACAO OU ARQUIVO DE TRABALHO
      *          (ARQTRAB) INDISPONIVEL: RETURN-CODE 8.
      *          CONSULTA, PAGAMENTO (2A VIA DE RECIBO) E VARIAVEIS
      *          (ANALISE DE CREDITO) LEEM OS ARQUIVOS DE HISTORICO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      *   15/10/2026 - LO - ARQTRAB indisponivel aborta com RC 8;
      *                     exclusao de parcelas e lancamentos vai
      *                     para a trilha AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA.
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

           SELECT PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PRC-CHAVE
               FILE STATUS IS WS-FS-PARCELAS.

           SELECT PAGTOS ASSIGN TO "PAGTOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PGTO-CHAVE
               FILE STATUS IS WS-FS-PAGTOS.

           SELECT RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-REC-NUMERO
               ALTERNATE RECORD KEY IS WS-REC-PGTO-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT HCONTRAT ASSIGN TO "HCONTRAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-HCT-NUMERO
               ALTERNATE RECORD KEY IS WS-HCT-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-HCONTRAT.

           SELECT HPARCELA ASSIGN TO "HPARCELA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-HPR-CHAVE
               FILE STATUS IS WS-FS-HPARCELA.

           SELECT HPAGTOS ASSIGN TO "HPAGTOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-HPG-CHAVE
               FILE STATUS IS WS-FS-HPAGTOS.

           SELECT HRECIBOS ASSIGN TO "HRECIBOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-HRC-NUMERO
               ALTERNATE RECORD KEY IS WS-HRC-PGTO-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-HRECIBOS.

           SELECT FECHADOS ASSIGN TO "FECHADOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-FCH-PERIODO
               FILE STATUS IS WS-FS-FECHADOS.

           SELECT SITBIRO ASSIGN TO "SITBIRO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-SBR-CONTRATO
               FILE STATUS IS WS-FS-SITBIRO.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

           SELECT ARQTRAB ASSIGN TO "ARQTRAB"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-TRB-CONTRATO
               FILE STATUS IS WS-FS-ARQTRAB.

           SELECT ARQREL ASSIGN TO "ARQREL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  PAGTOS.
           COPY "copybooks/PagamentoReg.cpy".

       FD  RECIBOS.
           COPY "copybooks/ReciboReg.cpy".

       FD  HCONTRAT.
           COPY "copybooks/HContratoReg.cpy".

       FD  HPARCELA.
           COPY "copybooks/HParcelaReg.cpy".

       FD  HPAGTOS.
           COPY "copybooks/HPagamentoReg.cpy".

       FD  HRECIBOS.
           COPY "copybooks/HReciboReg.cpy".

       FD  FECHADOS.
           COPY "copybooks/FechamentoReg.cpy".

       FD  SITBIRO.
           COPY "copybooks/SitBiroReg.cpy".

       FD  AUDITLOG.
           COPY "copybooks/AuditReg.cpy".

      * Arquivo de trabalho: data do ultimo movimento de cada contrato
      * na trilha AUDITLOG, montado no inicio de cada execucao.
       FD  ARQTRAB.
       01  WS-REG-TRAB.
           03 WS-TRB-CONTRATO       PIC 9(07).
           03 WS-TRB-DATA           PIC 9(08).

       FD  ARQREL.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-PARCELAS    PIC XX.
       77 WS-FS-PAGTOS      PIC XX.
       77 WS-FS-RECIBOS     PIC XX.
       77 WS-FS-HCONTRAT    PIC XX.
       77 WS-FS-HPARCELA    PIC XX.
       77 WS-FS-HPAGTOS     PIC XX.
       77 WS-FS-HRECIBOS    PIC XX.
       77 WS-FS-FECHADOS    PIC XX.
       77 WS-FS-SITBIRO     PIC XX.
       77 WS-FS-AUDITLOG    PIC XX.
       77 WS-FS-ARQTRAB     PIC XX.
       77 WS-FS-ARQREL      PIC XX.
       77 WS-FS-HIST        PIC XX.
       77 WS-PARM-MESES     PIC X(20).
       77 WS-MESES-RETENCAO PIC 9(03) VALUE 24.
       77 WS-MESES-CORTE    PIC 9(06).
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-DATA-ULT-MOV   PIC 9(08).
       77 WS-NUM-CONTRATO   PIC 9(07).
       77 WS-MAIOR-CONTRATO PIC 9(07) VALUE 0.
       77 WS-MAIOR-RECIBO   PIC 9(07) VALUE 0.
       77 WS-IDX            PIC 9(01).
       77 WS-FASE           PIC 9(01).
           88 WS-FASE-ANTES  VALUE 1.
           88 WS-FASE-DEPOIS VALUE 2.
       77 WS-QTD-CONT       PIC 9(07).
       77 WS-VLR-CONT       PIC 9(11)V99.
       77 WS-SW-CTR-ABERTO  PIC X VALUE "N".
           88 WS-CONTRATOS-ABERTOS VALUE "S".
       77 WS-SW-PRC-ABERTO  PIC X VALUE "N".
           88 WS-PARCELAS-ABERTAS VALUE "S".
       77 WS-SW-PGT-ABERTO  PIC X VALUE "N".
           88 WS-PAGTOS-ABERTOS VALUE "S".
       77 WS-SW-REC-ABERTO  PIC X VALUE "N".
           88 WS-RECIBOS-ABERTOS VALUE "S".
       77 WS-SW-FCH-ABERTO  PIC X VALUE "N".
           88 WS-FECHADOS-ABERTOS VALUE "S".
       77 WS-SW-SBR-ABERTO  PIC X VALUE "N".
           88 WS-SITBIRO-ABERTO VALUE "S".
       77 WS-SW-HIST-ABERTO PIC X VALUE "N".
           88 WS-HISTORICO-ABERTO VALUE "S".
       77 WS-SW-TRAB-ABERTO PIC X VALUE "N".
           88 WS-TRABALHO-ABERTO VALUE "S".
       77 WS-SW-ABORTO      PIC X VALUE "N".
           88 WS-ARQUIVAMENTO-ABORTADO VALUE "S".
       77 WS-SW-FIM-CTR     PIC X VALUE "N".
           88 WS-FIM-CONTRATOS VALUE "S".
       77 WS-SW-FIM-PARC    PIC X VALUE "N".
           88 WS-FIM-PARCELAS VALUE "S".
       77 WS-SW-FIM-PGTO    PIC X VALUE "N".
           88 WS-FIM-PAGTOS VALUE "S".
       77 WS-SW-FIM-REC     PIC X VALUE "N".
           88 WS-FIM-RECIBOS VALUE "S".
       77 WS-SW-FIM-AUD     PIC X VALUE "N".
           88 WS-FIM-AUDITORIA VALUE "S".
       77 WS-SW-FIM-HIST    PIC X VALUE "N".
           88 WS-FIM-HISTORICO VALUE "S".
       77 WS-SW-REC-MAIOR   PIC X VALUE "N".
           88 WS-TEM-ULTIMO-RECIBO VALUE "S".
       77 WS-MOTIVO-RETENCAO PIC X.
           88 WS-SEM-RETENCAO     VALUE SPACE.
           88 WS-RET-NUMERACAO    VALUE "N".
           88 WS-RET-CORTE        VALUE "C".
           88 WS-RET-PERIODO      VALUE "F".
           88 WS-RET-BIRO         VALUE "B".
       77 WS-QTD-LIDOS      PIC 9(07) VALUE 0.
       77 WS-QTD-ENCERRADOS PIC 9(07) VALUE 0.
       77 WS-QTD-ARQUIVADOS PIC 9(07) VALUE 0.
       77 WS-QTD-RET-NUMER  PIC 9(07) VALUE 0.
       77 WS-QTD-RET-CORTE  PIC 9(07) VALUE 0.
       77 WS-QTD-RET-PERIODO PIC 9(07) VALUE 0.
       77 WS-QTD-RET-BIRO   PIC 9(07) VALUE 0.
       77 WS-QTD-AUD-LIDOS  PIC 9(07) VALUE 0.
       77 WS-DIF-QTD        PIC S9(07).
       77 WS-DIF-VLR        PIC S9(11)V99.
       77 WS-SW-CONFERE     PIC X.
           88 WS-CONTROLE-CONFERE VALUE "S".
       77 WS-ROTULO-ARQ     PIC X(09).
       77 WS-ROTULO-LINHA   PIC X(26).
       77 WS-ED-QTD         PIC -Z,ZZZ,ZZ9.
       77 WS-ED-VALOR       PIC -$$$,$$$,$$$,$$9.99.
       77 WS-ED-QTD-CTR     PIC Z,ZZZ,ZZ9.
       77 WS-LINHA          PIC X(80).
       77 WS-PAR-CODIGO     PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-PAR-VALOR      PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.
       77 WS-ARQ-PROGRAMA   PIC X(10) VALUE "ARQUIVA".
       77 WS-ARQ-OPERADOR   PIC X(10) VALUE "ARQUIVA".
       77 WS-ARQ-ARQUIVO    PIC X(08) VALUE "CONTRATO".
       77 WS-ARQ-ARQ-PARC   PIC X(08) VALUE "PARCELAS".
       77 WS-ARQ-ARQ-PGTO   PIC X(08) VALUE "PAGTOS".
       77 WS-ARQ-TELEFONE   PIC X(09).
       77 WS-ARQ-CONTRATO   PIC 9(07).
       77 WS-IMAGEM-ANTES   PIC X(120).
       77 WS-IMAGEM-DEPOIS  PIC X(120).
       01 WS-DATA-CORTE-G.
           03 WS-CRT-ANO    PIC 9(04).
           03 WS-CRT-MES    PIC 9(02).
           03 WS-CRT-DIA    PIC 9(02).
       01 WS-DATA-CORTE REDEFINES WS-DATA-CORTE-G PIC 9(08).
       01 WS-DATA-SISTEMA-G.
           03 WS-SIS-ANO    PIC 9(04).
           03 WS-SIS-MES    PIC 9(02).
           03 WS-SIS-DIA    PIC 9(02).
      * Controle por arquivo: 1 CONTRATOS, 2 PARCELAS, 3 PAGTOS,
      * 4 RECIBOS. Valor: plano do contrato (parcelas x valor),
      * valor da parcela, valor do lancamento e valor do recibo.
       01 WS-TAB-CONTROLE.
           03 WS-CTL-ENT OCCURS 4 TIMES.
               05 WS-CTL-ATV-QTD-ANT  PIC 9(07).
               05 WS-CTL-ATV-VLR-ANT  PIC 9(11)V99.
               05 WS-CTL-ATV-QTD-DEP  PIC 9(07).
               05 WS-CTL-ATV-VLR-DEP  PIC 9(11)V99.
               05 WS-CTL-HIS-QTD-ANT  PIC 9(07).
               05 WS-CTL-HIS-VLR-ANT  PIC 9(11)V99.
               05 WS-CTL-HIS-QTD-DEP  PIC 9(07).
               05 WS-CTL-HIS-VLR-DEP  PIC 9(11)V99.
               05 WS-CTL-GRV-QTD      PIC 9(07).
               05 WS-CTL-GRV-VLR      PIC 9(11)V99.
               05 WS-CTL-JAH-QTD      PIC 9(07).
               05 WS-CTL-JAH-VLR      PIC 9(11)V99.
               05 WS-CTL-EXC-QTD      PIC 9(07).
               05 WS-CTL-EXC-VLR      PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM DEFINIR-CORTE.
            INITIALIZE WS-TAB-CONTROLE.

            OPEN OUTPUT ARQREL.
            PERFORM ESCREVER-CABECALHO.

            PERFORM ABRIR-ARQUIVOS.

            IF WS-CONTRATOS-ABERTOS AND WS-HISTORICO-ABERTO AND
                  WS-FECHADOS-ABERTOS THEN
                PERFORM APURAR-MOVIMENTO-AUDITORIA
            END-IF

            IF WS-TRABALHO-ABERTO THEN
                SET WS-FASE-ANTES TO TRUE
                PERFORM TOTALIZAR-ARQUIVOS
                MOVE "N" TO WS-SW-FIM-CTR
                MOVE ZEROS TO WS-CTR-NUMERO
                START CONTRATOS KEY IS NOT LESS THAN WS-CTR-NUMERO
                    INVALID KEY
                        SET WS-FIM-CONTRATOS TO TRUE
                END-START
                PERFORM LER-PROXIMO-CONTRATO
                PERFORM AVALIAR-CONTRATO
                        UNTIL WS-FIM-CONTRATOS
                           OR WS-ARQUIVAMENTO-ABORTADO
                SET WS-FASE-DEPOIS TO TRUE
                PERFORM TOTALIZAR-ARQUIVOS
                PERFORM RELATAR-CONTRATOS
                PERFORM RELATAR-CONTROLE
            ELSE
                IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                    PERFORM RELATAR-NAO-EXECUTADO
                END-IF
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            CLOSE ARQREL.
            GOBACK.

       DEFINIR-CORTE.
            MOVE "ARQMESES"        TO WS-PAR-CODIGO
            MOVE WS-DATA-SISTEMA   TO WS-PAR-DATA-REF
            MOVE WS-MESES-RETENCAO TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR      TO WS-MESES-RETENCAO
            ACCEPT WS-PARM-MESES FROM COMMAND-LINE
            IF WS-PARM-MESES(1:3) NUMERIC AND
                  WS-PARM-MESES(1:3) NOT = "000" THEN
                MOVE WS-PARM-MESES(1:3) TO WS-MESES-RETENCAO
            END-IF
            MOVE WS-DATA-SISTEMA TO WS-DATA-SISTEMA-G
            COMPUTE WS-MESES-CORTE = WS-SIS-ANO * 12 + WS-SIS-MES - 1
                                   - WS-MESES-RETENCAO
            DIVIDE WS-MESES-CORTE BY 12 GIVING WS-CRT-ANO
                   REMAINDER WS-CRT-MES
            ADD 1 TO WS-CRT-MES
            MOVE 1 TO WS-CRT-DIA.

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
            STRING " ARQUIVAMENTO DE CONTRATOS ENCERRADOS - "
                   WS-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " RETENCAO " WS-MESES-RETENCAO
                   " MES(ES) - ULTIMO MOVIMENTO ANTES DE "
                   WS-DATA-CORTE
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

      ******************************************************************
      * ABERTURA - CONTRATOS, HISTORICO E FECHADOS SAO OBRIGATORIOS;
      * O HISTORICO E CRIADO NA PRIMEIRA EXECUCAO
      ******************************************************************
       ABRIR-ARQUIVOS.
            OPEN I-O CONTRATOS.
            IF WS-FS-CONTRATOS = "00" THEN
                SET WS-CONTRATOS-ABERTOS TO TRUE
            END-IF
            OPEN I-O PARCELAS.
            IF WS-FS-PARCELAS = "00" THEN
                SET WS-PARCELAS-ABERTAS TO TRUE
            END-IF
            OPEN I-O PAGTOS.
            IF WS-FS-PAGTOS = "00" THEN
                SET WS-PAGTOS-ABERTOS TO TRUE
            END-IF
            OPEN I-O RECIBOS.
            IF WS-FS-RECIBOS = "00" THEN
                SET WS-RECIBOS-ABERTOS TO TRUE
            END-IF
            OPEN INPUT FECHADOS.
            IF WS-FS-FECHADOS = "00" THEN
                SET WS-FECHADOS-ABERTOS TO TRUE
            END-IF
            OPEN INPUT SITBIRO.
            IF WS-FS-SITBIRO = "00" THEN
                SET WS-SITBIRO-ABERTO TO TRUE
            END-IF
            PERFORM ABRIR-HISTORICO.

       ABRIR-HISTORICO.
            OPEN I-O HCONTRAT.
            IF WS-FS-HCONTRAT = "35" THEN
                OPEN OUTPUT HCONTRAT
                CLOSE HCONTRAT
                OPEN I-O HCONTRAT
            END-IF
            OPEN I-O HPARCELA.
            IF WS-FS-HPARCELA = "35" THEN
                OPEN OUTPUT HPARCELA
                CLOSE HPARCELA
                OPEN I-O HPARCELA
            END-IF
            OPEN I-O HPAGTOS.
            IF WS-FS-HPAGTOS = "35" THEN
                OPEN OUTPUT HPAGTOS
                CLOSE HPAGTOS
                OPEN I-O HPAGTOS
            END-IF
            OPEN I-O HRECIBOS.
            IF WS-FS-HRECIBOS = "35" THEN
                OPEN OUTPUT HRECIBOS
                CLOSE HRECIBOS
                OPEN I-O HRECIBOS
            END-IF
            IF WS-FS-HCONTRAT = "00" AND WS-FS-HPARCELA = "00" AND
                  WS-FS-HPAGTOS = "00" AND WS-FS-HRECIBOS = "00" THEN
                SET WS-HISTORICO-ABERTO TO TRUE
            END-IF.

       RELATAR-NAO-EXECUTADO.
            IF NOT WS-CONTRATOS-ABERTOS THEN
                MOVE SPACES TO WS-LINHA
                STRING " CONTRATOS INEXISTENTE OU VAZIO (STATUS "
                       WS-FS-CONTRATOS ") - NADA A ARQUIVAR"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                PERFORM AVISAR-RETORNO
            END-IF
            IF NOT WS-FECHADOS-ABERTOS THEN
                MOVE SPACES TO WS-LINHA
                STRING " NENHUM PERIODO FECHADO (FECHADOS, STATUS "
                       WS-FS-FECHADOS ") - NADA A ARQUIVAR"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                PERFORM AVISAR-RETORNO
            END-IF
            IF NOT WS-HISTORICO-ABERTO THEN
                MOVE SPACES TO WS-LINHA
                STRING " ARQUIVOS DE HISTORICO INDISPONIVEIS (STATUS "
                       WS-FS-HCONTRAT "/" WS-FS-HPARCELA "/"
                       WS-FS-HPAGTOS "/" WS-FS-HRECIBOS
                       ") - ARQUIVAMENTO ABORTADO"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                MOVE 8 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * ULTIMO MOVIMENTO DE CADA CONTRATO NA TRILHA AUDITLOG
      ******************************************************************
       APURAR-MOVIMENTO-AUDITORIA.
            OPEN OUTPUT ARQTRAB
            CLOSE ARQTRAB
            OPEN I-O ARQTRAB
            IF WS-FS-ARQTRAB NOT = "00" THEN
                MOVE SPACES TO WS-LINHA
                STRING " ARQUIVO DE TRABALHO ARQTRAB INDISPONIVEL "
                       "(STATUS " WS-FS-ARQTRAB
                       ") - ARQUIVAMENTO ABORTADO"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                SET WS-ARQUIVAMENTO-ABORTADO TO TRUE
                MOVE 8 TO RETURN-CODE
            ELSE
                SET WS-TRABALHO-ABERTO TO TRUE
                PERFORM LER-TRILHA-AUDITORIA
            END-IF.

       LER-TRILHA-AUDITORIA.
            OPEN INPUT AUDITLOG
            IF WS-FS-AUDITLOG = "00" THEN
                MOVE "N" TO WS-SW-FIM-AUD
                PERFORM LER-PROXIMA-AUDITORIA
                PERFORM GUARDAR-MOVIMENTO-AUDITORIA
                        UNTIL WS-FIM-AUDITORIA
                CLOSE AUDITLOG
            END-IF.

       LER-PROXIMA-AUDITORIA.
            READ AUDITLOG
                AT END
                    SET WS-FIM-AUDITORIA TO TRUE
            END-READ.

       GUARDAR-MOVIMENTO-AUDITORIA.
            IF WS-AUD-ARQUIVO = "CONTRATO" AND
                  WS-AUD-CONTRATO NOT = ZEROS THEN
                ADD 1 TO WS-QTD-AUD-LIDOS
                MOVE WS-AUD-CONTRATO TO WS-TRB-CONTRATO
                READ ARQTRAB
                    INVALID KEY
                        MOVE WS-AUD-DATA TO WS-TRB-DATA
                        WRITE WS-REG-TRAB
                    NOT INVALID KEY
                        IF WS-AUD-DATA > WS-TRB-DATA THEN
                            MOVE WS-AUD-DATA TO WS-TRB-DATA
                            REWRITE WS-REG-TRAB
                        END-IF
                END-READ
            END-IF
            PERFORM LER-PROXIMA-AUDITORIA.

      ******************************************************************
      * TOTAIS DE CONTROLE - ATIVO E HISTORICO, ANTES E DEPOIS
      ******************************************************************
       TOTALIZAR-ARQUIVOS.
            MOVE 1 TO WS-IDX
            PERFORM CONTAR-CONTRATOS
            PERFORM GUARDAR-TOTAL-ATIVO
            PERFORM CONTAR-HCONTRAT
            PERFORM GUARDAR-TOTAL-HISTORICO
            MOVE 2 TO WS-IDX
            PERFORM CONTAR-PARCELAS
            PERFORM GUARDAR-TOTAL-ATIVO
            PERFORM CONTAR-HPARCELA
            PERFORM GUARDAR-TOTAL-HISTORICO
            MOVE 3 TO WS-IDX
            PERFORM CONTAR-PAGTOS
            PERFORM GUARDAR-TOTAL-ATIVO
            PERFORM CONTAR-HPAGTOS
            PERFORM GUARDAR-TOTAL-HISTORICO
            MOVE 4 TO WS-IDX
            PERFORM CONTAR-RECIBOS
            PERFORM GUARDAR-TOTAL-ATIVO
            PERFORM CONTAR-HRECIBOS
            PERFORM GUARDAR-TOTAL-HISTORICO.

       GUARDAR-TOTAL-ATIVO.
            IF WS-FASE-ANTES THEN
                MOVE WS-QTD-CONT TO WS-CTL-ATV-QTD-ANT(WS-IDX)
                MOVE WS-VLR-CONT TO WS-CTL-ATV-VLR-ANT(WS-IDX)
            ELSE
                MOVE WS-QTD-CONT TO WS-CTL-ATV-QTD-DEP(WS-IDX)
                MOVE WS-VLR-CONT TO WS-CTL-ATV-VLR-DEP(WS-IDX)
            END-IF.

       GUARDAR-TOTAL-HISTORICO.
            IF WS-FASE-ANTES THEN
                MOVE WS-QTD-CONT TO WS-CTL-HIS-QTD-ANT(WS-IDX)
                MOVE WS-VLR-CONT TO WS-CTL-HIS-VLR-ANT(WS-IDX)
            ELSE
                MOVE WS-QTD-CONT TO WS-CTL-HIS-QTD-DEP(WS-IDX)
                MOVE WS-VLR-CONT TO WS-CTL-HIS-VLR-DEP(WS-IDX)
            END-IF.

       CONTAR-CONTRATOS.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            MOVE "N"   TO WS-SW-FIM-CTR
            MOVE ZEROS TO WS-CTR-NUMERO
            START CONTRATOS KEY IS NOT LESS THAN WS-CTR-NUMERO
                INVALID KEY
                    SET WS-FIM-CONTRATOS TO TRUE
            END-START
            PERFORM LER-PROXIMO-CONTRATO
            PERFORM SOMAR-CONTRATO UNTIL WS-FIM-CONTRATOS.

       SOMAR-CONTRATO.
            ADD 1 TO WS-QTD-CONT
            COMPUTE WS-VLR-CONT = WS-VLR-CONT
                  + WS-CTR-QTD-PARC * WS-CTR-VLR-PARC
            IF WS-FASE-ANTES THEN
                MOVE WS-CTR-NUMERO TO WS-MAIOR-CONTRATO
            END-IF
            PERFORM LER-PROXIMO-CONTRATO.

       LER-PROXIMO-CONTRATO.
            IF NOT WS-FIM-CONTRATOS THEN
                READ CONTRATOS NEXT RECORD
                    AT END
                        SET WS-FIM-CONTRATOS TO TRUE
                END-READ
            END-IF.

       CONTAR-PARCELAS.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            IF WS-PARCELAS-ABERTAS THEN
                MOVE "N"   TO WS-SW-FIM-PARC
                MOVE ZEROS TO WS-PRC-CHAVE
                START PARCELAS KEY IS NOT LESS THAN WS-PRC-CHAVE
                    INVALID KEY
                        SET WS-FIM-PARCELAS TO TRUE
                END-START
                PERFORM LER-PROXIMA-PARCELA
                PERFORM SOMAR-PARCELA UNTIL WS-FIM-PARCELAS
            END-IF.

       SOMAR-PARCELA.
            ADD 1            TO WS-QTD-CONT
            ADD WS-PRC-VALOR TO WS-VLR-CONT
            PERFORM LER-PROXIMA-PARCELA.

       LER-PROXIMA-PARCELA.
            IF NOT WS-FIM-PARCELAS THEN
                READ PARCELAS NEXT RECORD
                    AT END
                        SET WS-FIM-PARCELAS TO TRUE
                END-READ
            END-IF.

       CONTAR-PAGTOS.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            IF WS-PAGTOS-ABERTOS THEN
                MOVE "N"   TO WS-SW-FIM-PGTO
                MOVE ZEROS TO WS-PGTO-CHAVE
                START PAGTOS KEY IS NOT LESS THAN WS-PGTO-CHAVE
                    INVALID KEY
                        SET WS-FIM-PAGTOS TO TRUE
                END-START
                PERFORM LER-PROXIMO-PAGTO
                PERFORM SOMAR-PAGTO UNTIL WS-FIM-PAGTOS
            END-IF.

       SOMAR-PAGTO.
            ADD 1             TO WS-QTD-CONT
            ADD WS-PGTO-VALOR TO WS-VLR-CONT
            PERFORM LER-PROXIMO-PAGTO.

       LER-PROXIMO-PAGTO.
            IF NOT WS-FIM-PAGTOS THEN
                READ PAGTOS NEXT RECORD
                    AT END
                        SET WS-FIM-PAGTOS TO TRUE
                END-READ
            END-IF.

       CONTAR-RECIBOS.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            IF WS-RECIBOS-ABERTOS THEN
                MOVE "N"   TO WS-SW-FIM-REC
                MOVE ZEROS TO WS-REC-NUMERO
                START RECIBOS KEY IS NOT LESS THAN WS-REC-NUMERO
                    INVALID KEY
                        SET WS-FIM-RECIBOS TO TRUE
                END-START
                PERFORM LER-PROXIMO-RECIBO
                PERFORM SOMAR-RECIBO UNTIL WS-FIM-RECIBOS
            END-IF.

       SOMAR-RECIBO.
            ADD 1            TO WS-QTD-CONT
            ADD WS-REC-VALOR TO WS-VLR-CONT
            IF WS-FASE-ANTES THEN
                MOVE WS-REC-NUMERO TO WS-MAIOR-RECIBO
            END-IF
            PERFORM LER-PROXIMO-RECIBO.

       LER-PROXIMO-RECIBO.
            IF NOT WS-FIM-RECIBOS THEN
                READ RECIBOS NEXT RECORD
                    AT END
                        SET WS-FIM-RECIBOS TO TRUE
                END-READ
            END-IF.

      * No historico so a chave e nomeada: o valor de cada registro e
      * lido com MOVE do grupo para o layout do arquivo ativo, que ja
      * esta fora de uso nesta fase.
       CONTAR-HCONTRAT.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            MOVE "N"   TO WS-SW-FIM-HIST
            MOVE ZEROS TO WS-HCT-NUMERO
            START HCONTRAT KEY IS NOT LESS THAN WS-HCT-NUMERO
                INVALID KEY
                    SET WS-FIM-HISTORICO TO TRUE
            END-START
            PERFORM LER-PROXIMO-HCONTRAT
            PERFORM SOMAR-HCONTRAT UNTIL WS-FIM-HISTORICO.

       SOMAR-HCONTRAT.
            MOVE WS-REG-HCONTRATO TO WS-REG-CONTRATO
            ADD 1 TO WS-QTD-CONT
            COMPUTE WS-VLR-CONT = WS-VLR-CONT
                  + WS-CTR-QTD-PARC * WS-CTR-VLR-PARC
            PERFORM LER-PROXIMO-HCONTRAT.

       LER-PROXIMO-HCONTRAT.
            IF NOT WS-FIM-HISTORICO THEN
                READ HCONTRAT NEXT RECORD
                    AT END
                        SET WS-FIM-HISTORICO TO TRUE
                END-READ
            END-IF.

       CONTAR-HPARCELA.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            MOVE "N"   TO WS-SW-FIM-HIST
            MOVE ZEROS TO WS-HPR-CHAVE
            START HPARCELA KEY IS NOT LESS THAN WS-HPR-CHAVE
                INVALID KEY
                    SET WS-FIM-HISTORICO TO TRUE
            END-START
            PERFORM LER-PROXIMA-HPARCELA
            PERFORM SOMAR-HPARCELA UNTIL WS-FIM-HISTORICO.

       SOMAR-HPARCELA.
            MOVE WS-REG-HPARCELA TO WS-REG-PARCELA
            ADD 1            TO WS-QTD-CONT
            ADD WS-PRC-VALOR TO WS-VLR-CONT
            PERFORM LER-PROXIMA-HPARCELA.

       LER-PROXIMA-HPARCELA.
            IF NOT WS-FIM-HISTORICO THEN
                READ HPARCELA NEXT RECORD
                    AT END
                        SET WS-FIM-HISTORICO TO TRUE
                END-READ
            END-IF.

       CONTAR-HPAGTOS.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            MOVE "N"   TO WS-SW-FIM-HIST
            MOVE ZEROS TO WS-HPG-CHAVE
            START HPAGTOS KEY IS NOT LESS THAN WS-HPG-CHAVE
                INVALID KEY
                    SET WS-FIM-HISTORICO TO TRUE
            END-START
            PERFORM LER-PROXIMO-HPAGTO
            PERFORM SOMAR-HPAGTO UNTIL WS-FIM-HISTORICO.

       SOMAR-HPAGTO.
            MOVE WS-REG-HPGTO TO WS-REG-PGTO
            ADD 1             TO WS-QTD-CONT
            ADD WS-PGTO-VALOR TO WS-VLR-CONT
            PERFORM LER-PROXIMO-HPAGTO.

       LER-PROXIMO-HPAGTO.
            IF NOT WS-FIM-HISTORICO THEN
                READ HPAGTOS NEXT RECORD
                    AT END
                        SET WS-FIM-HISTORICO TO TRUE
                END-READ
            END-IF.

       CONTAR-HRECIBOS.
            MOVE ZEROS TO WS-QTD-CONT
            MOVE ZEROS TO WS-VLR-CONT
            MOVE "N"   TO WS-SW-FIM-HIST
            MOVE ZEROS TO WS-HRC-NUMERO
            START HRECIBOS KEY IS NOT LESS THAN WS-HRC-NUMERO
                INVALID KEY
                    SET WS-FIM-HISTORICO TO TRUE
            END-START
            PERFORM LER-PROXIMO-HRECIBO
            PERFORM SOMAR-HRECIBO UNTIL WS-FIM-HISTORICO.

       SOMAR-HRECIBO.
            MOVE WS-REG-HRECIBO TO WS-REG-RECIBO
            ADD 1            TO WS-QTD-CONT
            ADD WS-REC-VALOR TO WS-VLR-CONT
            PERFORM LER-PROXIMO-HRECIBO.

       LER-PROXIMO-HRECIBO.
            IF NOT WS-FIM-HISTORICO THEN
                READ HRECIBOS NEXT RECORD
                    AT END
                        SET WS-FIM-HISTORICO TO TRUE
                END-READ
            END-IF.

      ******************************************************************
      * SELECAO - CONTRATO ENCERRADO, ULTIMO MOVIMENTO ANTES DO CORTE
      * E EM PERIODO FECHADO
      ******************************************************************
       AVALIAR-CONTRATO.
            ADD 1 TO WS-QTD-LIDOS
            IF WS-CTR-PG OR WS-CTR-RENEG OR WS-CTR-PERDA THEN
                ADD 1 TO WS-QTD-ENCERRADOS
                MOVE WS-CTR-NUMERO TO WS-NUM-CONTRATO
                PERFORM APURAR-RETENCAO
                EVALUATE TRUE
                    WHEN WS-RET-NUMERACAO
                        ADD 1 TO WS-QTD-RET-NUMER
                    WHEN WS-RET-CORTE
                        ADD 1 TO WS-QTD-RET-CORTE
                    WHEN WS-RET-PERIODO
                        ADD 1 TO WS-QTD-RET-PERIODO
                    WHEN WS-RET-BIRO
                        ADD 1 TO WS-QTD-RET-BIRO
                    WHEN OTHER
                        PERFORM ARQUIVAR-CONTRATO
                END-EVALUATE
            END-IF
            PERFORM LER-PROXIMO-CONTRATO.

       APURAR-RETENCAO.
            MOVE SPACE TO WS-MOTIVO-RETENCAO
            PERFORM APURAR-ULTIMO-MOVIMENTO
            IF WS-NUM-CONTRATO = WS-MAIOR-CONTRATO OR
                  WS-TEM-ULTIMO-RECIBO THEN
                SET WS-RET-NUMERACAO TO TRUE
            ELSE
                IF WS-DATA-ULT-MOV NOT < WS-DATA-CORTE THEN
                    SET WS-RET-CORTE TO TRUE
                ELSE
                    MOVE WS-DATA-ULT-MOV(1:6) TO WS-FCH-PERIODO
                    READ FECHADOS
                        INVALID KEY
                            SET WS-RET-PERIODO TO TRUE
                    END-READ
                END-IF
            END-IF
            IF WS-SEM-RETENCAO AND WS-SITBIRO-ABERTO THEN
                MOVE WS-NUM-CONTRATO TO WS-SBR-CONTRATO
                READ SITBIRO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-SBR-NEGATIVADO THEN
                            SET WS-RET-BIRO TO TRUE
                        END-IF
                END-READ
            END-IF.

       APURAR-ULTIMO-MOVIMENTO.
            MOVE ZEROS TO WS-DATA-ULT-MOV
            MOVE "N"   TO WS-SW-REC-MAIOR
            MOVE WS-NUM-CONTRATO TO WS-TRB-CONTRATO
            READ ARQTRAB
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-TRB-DATA TO WS-DATA-ULT-MOV
            END-READ
            IF WS-PARCELAS-ABERTAS THEN
                PERFORM POSICIONAR-PARCELAS
                PERFORM DATAR-PARCELA UNTIL WS-FIM-PARCELAS
            END-IF
            IF WS-PAGTOS-ABERTOS THEN
                PERFORM POSICIONAR-PAGTOS
                PERFORM DATAR-PAGTO UNTIL WS-FIM-PAGTOS
            END-IF
            IF WS-RECIBOS-ABERTOS THEN
                PERFORM POSICIONAR-RECIBOS
                PERFORM DATAR-RECIBO UNTIL WS-FIM-RECIBOS
            END-IF
            IF WS-DATA-ULT-MOV = ZEROS THEN
                MOVE WS-CTR-DATA-VENCTO TO WS-DATA-ULT-MOV
            END-IF.

       DATAR-PARCELA.
            IF WS-PRC-DATA-PGTO > WS-DATA-ULT-MOV THEN
                MOVE WS-PRC-DATA-PGTO TO WS-DATA-ULT-MOV
            END-IF
            PERFORM LER-PARCELA-CONTRATO.

       DATAR-PAGTO.
            IF WS-PGTO-DATA > WS-DATA-ULT-MOV THEN
                MOVE WS-PGTO-DATA TO WS-DATA-ULT-MOV
            END-IF
            PERFORM LER-PAGTO-CONTRATO.

       DATAR-RECIBO.
            IF WS-REC-DATA > WS-DATA-ULT-MOV THEN
                MOVE WS-REC-DATA TO WS-DATA-ULT-MOV
            END-IF
            IF WS-REC-NUMERO = WS-MAIOR-RECIBO THEN
                SET WS-TEM-ULTIMO-RECIBO TO TRUE
            END-IF
            PERFORM LER-RECIBO-CONTRATO.

      * Posicionamento no primeiro registro do contrato em cada arquivo
      * filho. Usado tambem na movimentacao: cada registro e excluido
      * do ativo depois de gravado no historico, e o arquivo e
      * reposicionado no inicio do contrato para o proximo.
       POSICIONAR-PARCELAS.
            MOVE "N" TO WS-SW-FIM-PARC
            MOVE WS-NUM-CONTRATO TO WS-PRC-CONTRATO
            MOVE ZEROS           TO WS-PRC-NUMERO
            START PARCELAS KEY IS NOT LESS THAN WS-PRC-CHAVE
                INVALID KEY
                    SET WS-FIM-PARCELAS TO TRUE
            END-START
            PERFORM LER-PARCELA-CONTRATO.

       LER-PARCELA-CONTRATO.
            PERFORM LER-PROXIMA-PARCELA
            IF NOT WS-FIM-PARCELAS AND
                  WS-PRC-CONTRATO NOT = WS-NUM-CONTRATO THEN
                SET WS-FIM-PARCELAS TO TRUE
            END-IF.

       POSICIONAR-PAGTOS.
            MOVE "N" TO WS-SW-FIM-PGTO
            MOVE WS-NUM-CONTRATO TO WS-PGTO-CONTRATO
            MOVE ZEROS           TO WS-PGTO-SEQ
            START PAGTOS KEY IS NOT LESS THAN WS-PGTO-CHAVE
                INVALID KEY
                    SET WS-FIM-PAGTOS TO TRUE
            END-START
            PERFORM LER-PAGTO-CONTRATO.

       LER-PAGTO-CONTRATO.
            PERFORM LER-PROXIMO-PAGTO
            IF NOT WS-FIM-PAGTOS AND
                  WS-PGTO-CONTRATO NOT = WS-NUM-CONTRATO THEN
                SET WS-FIM-PAGTOS TO TRUE
            END-IF.

       POSICIONAR-RECIBOS.
            MOVE "N" TO WS-SW-FIM-REC
            MOVE WS-NUM-CONTRATO TO WS-REC-CONTRATO
            MOVE ZEROS           TO WS-REC-SEQ
            START RECIBOS KEY IS NOT LESS THAN WS-REC-PGTO-CHAVE
                INVALID KEY
                    SET WS-FIM-RECIBOS TO TRUE
            END-START
            PERFORM LER-RECIBO-CONTRATO.

       LER-RECIBO-CONTRATO.
            PERFORM LER-PROXIMO-RECIBO
            IF NOT WS-FIM-RECIBOS AND
                  WS-REC-CONTRATO NOT = WS-NUM-CONTRATO THEN
                SET WS-FIM-RECIBOS TO TRUE
            END-IF.

      ******************************************************************
      * MOVIMENTACAO - FILHOS PRIMEIRO, CONTRATO POR ULTIMO: UMA
      * INTERRUPCAO DEIXA O CONTRATO NO ATIVO PARA A PROXIMA EXECUCAO
      ******************************************************************
       ARQUIVAR-CONTRATO.
            IF WS-PARCELAS-ABERTAS THEN
                PERFORM POSICIONAR-PARCELAS
                PERFORM MOVER-PARCELA
                        UNTIL WS-FIM-PARCELAS
                           OR WS-ARQUIVAMENTO-ABORTADO
            END-IF
            IF WS-PAGTOS-ABERTOS AND
                  NOT WS-ARQUIVAMENTO-ABORTADO THEN
                PERFORM POSICIONAR-PAGTOS
                PERFORM MOVER-PAGTO
                        UNTIL WS-FIM-PAGTOS
                           OR WS-ARQUIVAMENTO-ABORTADO
            END-IF
            IF WS-RECIBOS-ABERTOS AND
                  NOT WS-ARQUIVAMENTO-ABORTADO THEN
                PERFORM POSICIONAR-RECIBOS
                PERFORM MOVER-RECIBO
                        UNTIL WS-FIM-RECIBOS
                           OR WS-ARQUIVAMENTO-ABORTADO
            END-IF
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                PERFORM MOVER-CONTRATO
            END-IF.

       MOVER-PARCELA.
            MOVE 2 TO WS-IDX
            MOVE WS-REG-PARCELA TO WS-REG-HPARCELA
            WRITE WS-REG-HPARCELA
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-PRC-VALOR TO WS-VLR-CONT
            PERFORM CONTAR-GRAVACAO-HISTORICO
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                MOVE WS-REG-PARCELA  TO WS-IMAGEM-ANTES
                MOVE WS-CTR-TELEFONE TO WS-ARQ-TELEFONE
                MOVE WS-PRC-CONTRATO TO WS-ARQ-CONTRATO
                DELETE PARCELAS RECORD
                    INVALID KEY
                        PERFORM ABORTAR-EXCLUSAO
                END-DELETE
            END-IF
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                PERFORM CONTAR-EXCLUSAO-ATIVO
                MOVE SPACES TO WS-IMAGEM-DEPOIS
                CALL "GRAVAAUD" USING WS-ARQ-PROGRAMA WS-ARQ-OPERADOR
                                      WS-ARQ-ARQ-PARC WS-ARQ-TELEFONE
                                      WS-ARQ-CONTRATO WS-IMAGEM-ANTES
                                      WS-IMAGEM-DEPOIS
                PERFORM POSICIONAR-PARCELAS
            END-IF.

       MOVER-PAGTO.
            MOVE 3 TO WS-IDX
            MOVE WS-REG-PGTO TO WS-REG-HPGTO
            WRITE WS-REG-HPGTO
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-PGTO-VALOR TO WS-VLR-CONT
            PERFORM CONTAR-GRAVACAO-HISTORICO
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                MOVE WS-REG-PGTO      TO WS-IMAGEM-ANTES
                MOVE WS-PGTO-TELEFONE TO WS-ARQ-TELEFONE
                MOVE WS-PGTO-CONTRATO TO WS-ARQ-CONTRATO
                DELETE PAGTOS RECORD
                    INVALID KEY
                        PERFORM ABORTAR-EXCLUSAO
                END-DELETE
            END-IF
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                PERFORM CONTAR-EXCLUSAO-ATIVO
                MOVE SPACES TO WS-IMAGEM-DEPOIS
                CALL "GRAVAAUD" USING WS-ARQ-PROGRAMA WS-ARQ-OPERADOR
                                      WS-ARQ-ARQ-PGTO WS-ARQ-TELEFONE
                                      WS-ARQ-CONTRATO WS-IMAGEM-ANTES
                                      WS-IMAGEM-DEPOIS
                PERFORM POSICIONAR-PAGTOS
            END-IF.

       MOVER-RECIBO.
            MOVE 4 TO WS-IDX
            MOVE WS-REG-RECIBO TO WS-REG-HRECIBO
            WRITE WS-REG-HRECIBO
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-REC-VALOR TO WS-VLR-CONT
            PERFORM CONTAR-GRAVACAO-HISTORICO
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                DELETE RECIBOS RECORD
                    INVALID KEY
                        PERFORM ABORTAR-EXCLUSAO
                END-DELETE
            END-IF
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                PERFORM CONTAR-EXCLUSAO-ATIVO
                PERFORM POSICIONAR-RECIBOS
            END-IF.

       MOVER-CONTRATO.
            MOVE 1 TO WS-IDX
            MOVE WS-REG-CONTRATO TO WS-REG-HCONTRATO
            WRITE WS-REG-HCONTRATO
                INVALID KEY
                    CONTINUE
            END-WRITE
            COMPUTE WS-VLR-CONT = WS-CTR-QTD-PARC * WS-CTR-VLR-PARC
            PERFORM CONTAR-GRAVACAO-HISTORICO
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                MOVE WS-REG-CONTRATO TO WS-IMAGEM-ANTES
                MOVE WS-CTR-TELEFONE TO WS-ARQ-TELEFONE
                MOVE WS-CTR-NUMERO   TO WS-ARQ-CONTRATO
                DELETE CONTRATOS RECORD
                    INVALID KEY
                        PERFORM ABORTAR-EXCLUSAO
                END-DELETE
            END-IF
            IF NOT WS-ARQUIVAMENTO-ABORTADO THEN
                PERFORM CONTAR-EXCLUSAO-ATIVO
                ADD 1 TO WS-QTD-ARQUIVADOS
                MOVE SPACES TO WS-IMAGEM-DEPOIS
                CALL "GRAVAAUD" USING WS-ARQ-PROGRAMA WS-ARQ-OPERADOR
                                      WS-ARQ-ARQUIVO WS-ARQ-TELEFONE
                                      WS-ARQ-CONTRATO WS-IMAGEM-ANTES
                                      WS-IMAGEM-DEPOIS
                PERFORM REPOSICIONAR-CONTRATOS
            END-IF.

      * Depois da exclusao a leitura da carteira segue pela chave
      * seguinte a do contrato arquivado.
       REPOSICIONAR-CONTRATOS.
            MOVE WS-NUM-CONTRATO TO WS-CTR-NUMERO
            START CONTRATOS KEY IS GREATER THAN WS-CTR-NUMERO
                INVALID KEY
                    SET WS-FIM-CONTRATOS TO TRUE
            END-START.

      * Status 22 na gravacao do historico = registro ja arquivado por
      * uma execucao interrompida: so falta excluir do ativo.
       CONTAR-GRAVACAO-HISTORICO.
            EVALUATE TRUE
                WHEN WS-IDX = 1
                    MOVE WS-FS-HCONTRAT TO WS-FS-HIST
                WHEN WS-IDX = 2
                    MOVE WS-FS-HPARCELA TO WS-FS-HIST
                WHEN WS-IDX = 3
                    MOVE WS-FS-HPAGTOS  TO WS-FS-HIST
                WHEN OTHER
                    MOVE WS-FS-HRECIBOS TO WS-FS-HIST
            END-EVALUATE
            EVALUATE WS-FS-HIST
                WHEN "00"
                WHEN "02"
                    ADD 1           TO WS-CTL-GRV-QTD(WS-IDX)
                    ADD WS-VLR-CONT TO WS-CTL-GRV-VLR(WS-IDX)
                WHEN "22"
                    ADD 1           TO WS-CTL-JAH-QTD(WS-IDX)
                    ADD WS-VLR-CONT TO WS-CTL-JAH-VLR(WS-IDX)
                WHEN OTHER
                    PERFORM MONTAR-ROTULO-ARQUIVO
                    MOVE SPACES TO WS-LINHA
                    STRING " ERRO GRAVANDO HISTORICO DE " WS-ROTULO-ARQ
                           " - CONTRATO " WS-NUM-CONTRATO
                           " STATUS " WS-FS-HIST
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
                    PERFORM ABORTAR-ARQUIVAMENTO
            END-EVALUATE.

       CONTAR-EXCLUSAO-ATIVO.
            ADD 1           TO WS-CTL-EXC-QTD(WS-IDX)
            ADD WS-VLR-CONT TO WS-CTL-EXC-VLR(WS-IDX).

       ABORTAR-EXCLUSAO.
            PERFORM MONTAR-ROTULO-ARQUIVO
            MOVE SPACES TO WS-LINHA
            STRING " ERRO EXCLUINDO DO ATIVO " WS-ROTULO-ARQ
                   " - CONTRATO " WS-NUM-CONTRATO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            PERFORM ABORTAR-ARQUIVAMENTO.

       ABORTAR-ARQUIVAMENTO.
            SET WS-ARQUIVAMENTO-ABORTADO TO TRUE
            MOVE 8 TO RETURN-CODE
            MOVE " ARQUIVAMENTO INTERROMPIDO - CONFERIR O CONTROLE"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       MONTAR-ROTULO-ARQUIVO.
            EVALUATE WS-IDX
                WHEN 1
                    MOVE "CONTRATOS" TO WS-ROTULO-ARQ
                WHEN 2
                    MOVE "PARCELAS " TO WS-ROTULO-ARQ
                WHEN 3
                    MOVE "PAGTOS   " TO WS-ROTULO-ARQ
                WHEN OTHER
                    MOVE "RECIBOS  " TO WS-ROTULO-ARQ
            END-EVALUATE.

      ******************************************************************
      * RELATORIO DE CONTROLE
      ******************************************************************
       RELATAR-CONTRATOS.
            MOVE " CONTRATOS" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "   LIDOS NO ATIVO ..................: " TO WS-LINHA
            MOVE WS-QTD-LIDOS TO WS-ED-QTD-CTR
            MOVE WS-ED-QTD-CTR TO WS-LINHA(40:9)
            PERFORM ESCREVER-LINHA
            MOVE "   ENCERRADOS (S/R/P) ..............: " TO WS-LINHA
            MOVE WS-QTD-ENCERRADOS TO WS-ED-QTD-CTR
            MOVE WS-ED-QTD-CTR TO WS-LINHA(40:9)
            PERFORM ESCREVER-LINHA
            MOVE "   ARQUIVADOS ......................: " TO WS-LINHA
            MOVE WS-QTD-ARQUIVADOS TO WS-ED-QTD-CTR
            MOVE WS-ED-QTD-CTR TO WS-LINHA(40:9)
            PERFORM ESCREVER-LINHA
            MOVE "   RETIDOS - MOVIMENTO APOS O CORTE : " TO WS-LINHA
            MOVE WS-QTD-RET-CORTE TO WS-ED-QTD-CTR
            MOVE WS-ED-QTD-CTR TO WS-LINHA(40:9)
            PERFORM ESCREVER-LINHA
            MOVE "   RETIDOS - PERIODO NAO FECHADO ...: " TO WS-LINHA
            MOVE WS-QTD-RET-PERIODO TO WS-ED-QTD-CTR
            MOVE WS-ED-QTD-CTR TO WS-LINHA(40:9)
            PERFORM ESCREVER-LINHA
            MOVE "   RETIDOS - NEGATIVADO NO BIRO ....: " TO WS-LINHA
            MOVE WS-QTD-RET-BIRO TO WS-ED-QTD-CTR
            MOVE WS-ED-QTD-CTR TO WS-LINHA(40:9)
            PERFORM ESCREVER-LINHA
            MOVE "   RETIDOS - ULTIMA NUMERACAO ......: " TO WS-LINHA
            MOVE WS-QTD-RET-NUMER TO WS-ED-QTD-CTR
            MOVE WS-ED-QTD-CTR TO WS-LINHA(40:9)
            PERFORM ESCREVER-LINHA.

       RELATAR-CONTROLE.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE " CONTROLE POR ARQUIVO          QUANTIDADE"
              TO WS-LINHA
            MOVE "VALOR" TO WS-LINHA(62:5)
            PERFORM ESCREVER-LINHA
            MOVE 1 TO WS-IDX
            PERFORM RELATAR-UM-ARQUIVO UNTIL WS-IDX > 4
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       RELATAR-UM-ARQUIVO.
            PERFORM MONTAR-ROTULO-ARQUIVO
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " " WS-ROTULO-ARQ DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "ATIVO ANTES"            TO WS-ROTULO-LINHA
            MOVE WS-CTL-ATV-QTD-ANT(WS-IDX) TO WS-DIF-QTD
            MOVE WS-CTL-ATV-VLR-ANT(WS-IDX) TO WS-DIF-VLR
            PERFORM ESCREVER-LINHA-CONTROLE
            MOVE "ATIVO DEPOIS"           TO WS-ROTULO-LINHA
            MOVE WS-CTL-ATV-QTD-DEP(WS-IDX) TO WS-DIF-QTD
            MOVE WS-CTL-ATV-VLR-DEP(WS-IDX) TO WS-DIF-VLR
            PERFORM ESCREVER-LINHA-CONTROLE
            MOVE "REMOVIDO DO ATIVO"      TO WS-ROTULO-LINHA
            COMPUTE WS-DIF-QTD = WS-CTL-ATV-QTD-ANT(WS-IDX)
                               - WS-CTL-ATV-QTD-DEP(WS-IDX)
            COMPUTE WS-DIF-VLR = WS-CTL-ATV-VLR-ANT(WS-IDX)
                               - WS-CTL-ATV-VLR-DEP(WS-IDX)
            PERFORM ESCREVER-LINHA-CONTROLE
            MOVE "S" TO WS-SW-CONFERE
            IF WS-DIF-QTD NOT = WS-CTL-EXC-QTD(WS-IDX) OR
                  WS-DIF-VLR NOT = WS-CTL-EXC-VLR(WS-IDX) THEN
                MOVE "N" TO WS-SW-CONFERE
            END-IF
            MOVE "HISTORICO ANTES"        TO WS-ROTULO-LINHA
            MOVE WS-CTL-HIS-QTD-ANT(WS-IDX) TO WS-DIF-QTD
            MOVE WS-CTL-HIS-VLR-ANT(WS-IDX) TO WS-DIF-VLR
            PERFORM ESCREVER-LINHA-CONTROLE
            MOVE "HISTORICO DEPOIS"       TO WS-ROTULO-LINHA
            MOVE WS-CTL-HIS-QTD-DEP(WS-IDX) TO WS-DIF-QTD
            MOVE WS-CTL-HIS-VLR-DEP(WS-IDX) TO WS-DIF-VLR
            PERFORM ESCREVER-LINHA-CONTROLE
            MOVE "INCLUIDO NO HISTORICO"  TO WS-ROTULO-LINHA
            COMPUTE WS-DIF-QTD = WS-CTL-HIS-QTD-DEP(WS-IDX)
                               - WS-CTL-HIS-QTD-ANT(WS-IDX)
            COMPUTE WS-DIF-VLR = WS-CTL-HIS-VLR-DEP(WS-IDX)
                               - WS-CTL-HIS-VLR-ANT(WS-IDX)
            PERFORM ESCREVER-LINHA-CONTROLE
            IF WS-DIF-QTD NOT = WS-CTL-GRV-QTD(WS-IDX) OR
                  WS-DIF-VLR NOT = WS-CTL-GRV-VLR(WS-IDX) THEN
                MOVE "N" TO WS-SW-CONFERE
            END-IF
            IF WS-CTL-JAH-QTD(WS-IDX) NOT = ZEROS THEN
                MOVE "JA ESTAVA NO HISTORICO" TO WS-ROTULO-LINHA
                MOVE WS-CTL-JAH-QTD(WS-IDX) TO WS-DIF-QTD
                MOVE WS-CTL-JAH-VLR(WS-IDX) TO WS-DIF-VLR
                PERFORM ESCREVER-LINHA-CONTROLE
            END-IF
            IF WS-CTL-EXC-QTD(WS-IDX) NOT =
                     WS-CTL-GRV-QTD(WS-IDX) + WS-CTL-JAH-QTD(WS-IDX)
               OR WS-CTL-EXC-VLR(WS-IDX) NOT =
                     WS-CTL-GRV-VLR(WS-IDX) + WS-CTL-JAH-VLR(WS-IDX)
               THEN
                MOVE "N" TO WS-SW-CONFERE
            END-IF
            IF WS-CONTROLE-CONFERE THEN
                MOVE "   CONFERENCIA: REMOVIDO = ARQUIVADO - OK"
                  TO WS-LINHA
            ELSE
                MOVE "   CONFERENCIA: *** DIVERGENCIA ***" TO WS-LINHA
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM ESCREVER-LINHA
            ADD 1 TO WS-IDX.

       ESCREVER-LINHA-CONTROLE.
            MOVE WS-DIF-QTD TO WS-ED-QTD
            MOVE WS-DIF-VLR TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING "   " WS-ROTULO-LINHA " " WS-ED-QTD "  "
                   WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       FECHAR-ARQUIVOS.
            IF WS-CONTRATOS-ABERTOS THEN
                CLOSE CONTRATOS
            END-IF
            IF WS-PARCELAS-ABERTAS THEN
                CLOSE PARCELAS
            END-IF
            IF WS-PAGTOS-ABERTOS THEN
                CLOSE PAGTOS
            END-IF
            IF WS-RECIBOS-ABERTOS THEN
                CLOSE RECIBOS
            END-IF
            IF WS-FECHADOS-ABERTOS THEN
                CLOSE FECHADOS
            END-IF
            IF WS-SITBIRO-ABERTO THEN
                CLOSE SITBIRO
            END-IF
            IF WS-HISTORICO-ABERTO THEN
                CLOSE HCONTRAT
                CLOSE HPARCELA
                CLOSE HPAGTOS
                CLOSE HRECIBOS
            END-IF
            IF WS-TRABALHO-ABERTO THEN
                CLOSE ARQTRAB
            END-IF.
