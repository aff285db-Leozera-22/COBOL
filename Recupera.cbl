      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: RECUPERACAO DE MESTRE INDEXADO A PARTIR DA COPIA DE
      *          SEGURANCA DO BACKUP - RECONSTROI O ARQUIVO ESCOLHIDO
      *          (CADASTRO, CONTRATO, PARCELAS OU PAGTOS) COM A COPIA
      *          SEQUENCIAL DA DATA INFORMADA, REAPLICA AS IMAGENS
      *          DEPOIS DA TRILHA AUDITLOG GRAVADAS ENTRE A HORA DA
      *          COPIA E O CORTE INFORMADO (DATA/HORA) E RODA AS
      *          VERIFICACOES DO VERIFICA SOBRE O RESULTADO.
      *          PARM: ARQUIVO,DATA-DA-COPIA[,DATA-CORTE[,HORA-CORTE]]
      *          (AAAAMMDD E HHMMSS; SEM CORTE, REAPLICA A TRILHA
      *          INTEIRA; SEM HORA, ATE O FIM DO DIA DO CORTE).
      *          ANTES DE TOCAR NO MESTRE, CONFERE A DATA DA COPIA E
      *          A QUANTIDADE E O VALOR DA COPIA CONTRA O REGISTRO DE
      *          CONTROLE (BKPCTL). NA TRILHA, IMAGEM DEPOIS EM BRANCO
      *          E EXCLUSAO (ARQUIVA) E IMAGEM ANTES EM BRANCO E
      *          INCLUSAO; REGISTRO DO MESTRE QUE NAO CONFERE COM A
      *          IMAGEM ANTES E RELATADO. A REAPLICACAO NAO GRAVA
      *          TRILHA NOVA (AS IMAGENS JA ESTAO NO AUDITLOG).
      *          RETURN-CODE PARA A OPERACAO, ANTES DE REABRIR O
      *          SISTEMA:
      *            0  MESTRE RECUPERADO E VERIFICADO - PODE REABRIR;
      *            4  RECUPERADO COM AVISOS (TRILHA AUDITLOG NAO
      *               ABRIU OU IMAGEM ANTES DIVERGENTE) - CONFERIR
      *               O RELATORIO RECREL ANTES DE REABRIR;
      *            8  ERRO DE GRAVACAO OU VERIFICA DIVERGENTE - O
      *               MESTRE RECUPERADO NAO E CONFIAVEL;
      *            12 NADA RECUPERADO (PARM INVALIDO, COPIA OU
      *               CONTROLE INDISPONIVEL OU NAO CONFERE) - O
      *               MESTRE NAO FOI TOCADO.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      *   15/10/2026 - LO - PARCELAS e PAGTOS passam a ter imagens na
      *                     trilha: a reaplicacao vale para os quatro
      *                     mestres.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
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

           SELECT PAGTOS ASSIGN TO "PAGTOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PGTO-CHAVE
               FILE STATUS IS WS-FS-PAGTOS.

           SELECT BKPCAD ASSIGN TO "BKPCAD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-BKPCAD.

           SELECT BKPCTR ASSIGN TO "BKPCTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-BKPCTR.

           SELECT BKPPRC ASSIGN TO "BKPPRC"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-BKPPRC.

           SELECT BKPPAG ASSIGN TO "BKPPAG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-BKPPAG.

           SELECT BKPCTL ASSIGN TO "BKPCTL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-BKPCTL.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

           SELECT RECREL ASSIGN TO "RECREL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-RECREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
           COPY "copybooks/ClienteReg.cpy".

       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  PARCELAS.
           COPY "copybooks/ParcelaReg.cpy".

       FD  PAGTOS.
           COPY "copybooks/PagamentoReg.cpy".

      * Copias sequenciais gravadas pelo BACKUP (imagem do registro do
      * mestre, na ordem da chave). So a do arquivo escolhido e aberta.
       FD  BKPCAD.
       01  WS-REG-BKPCAD        PIC X(120).

       FD  BKPCTR.
       01  WS-REG-BKPCTR        PIC X(47).

       FD  BKPPRC.
       01  WS-REG-BKPPRC        PIC X(41).

       FD  BKPPAG.
       01  WS-REG-BKPPAG        PIC X(57).

       FD  BKPCTL.
           COPY "copybooks/BackupCtlReg.cpy".

       FD  AUDITLOG.
           COPY "copybooks/AuditReg.cpy".

       FD  RECREL.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-PARCELAS    PIC XX.
       77 WS-FS-PAGTOS      PIC XX.
       77 WS-FS-BKPCAD      PIC XX.
       77 WS-FS-BKPCTR      PIC XX.
       77 WS-FS-BKPPRC      PIC XX.
       77 WS-FS-BKPPAG      PIC XX.
       77 WS-FS-BKPCTL      PIC XX.
       77 WS-FS-AUDITLOG    PIC XX.
       77 WS-FS-RECREL      PIC XX.
       77 WS-FS-MESTRE      PIC XX.
       77 WS-FS-COPIA       PIC XX.
       77 WS-PARM           PIC X(60).
       77 WS-PARM-ARQUIVO   PIC X(08).
       77 WS-PARM-DATA-BKP  PIC X(08).
       77 WS-PARM-DATA-CORTE PIC X(08).
       77 WS-PARM-HORA-CORTE PIC X(06).
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-IDX            PIC 9(01).
       77 WS-VLR-REGISTRO   PIC 9(09)V99.
       77 WS-IMG-REGISTRO   PIC X(120).
       77 WS-CHAVE-CADASTRO PIC X(09).
       77 WS-CHAVE-CONTRATO PIC 9(07).
       77 WS-RC-VERIFICA    PIC 9(04) VALUE 0.
       77 WS-SW-ABORTO      PIC X VALUE "N".
           88 WS-RECUPERACAO-ABORTADA VALUE "S".
       77 WS-SW-FIM-ARQ     PIC X VALUE "N".
           88 WS-FIM-ARQUIVO VALUE "S".
       77 WS-SW-FIM-AUD     PIC X VALUE "N".
           88 WS-FIM-AUDITORIA VALUE "S".
       77 WS-SW-MESTRE-ABERTO PIC X VALUE "N".
           88 WS-MESTRE-ABERTO VALUE "S".
       77 WS-SW-COPIA-ABERTA PIC X VALUE "N".
           88 WS-COPIA-ABERTA VALUE "S".
       77 WS-SW-ACHADO      PIC X VALUE "N".
           88 WS-REGISTRO-ACHADO VALUE "S".
       77 WS-SW-TRILHA      PIC X VALUE "N".
           88 WS-SEM-TRILHA  VALUE "S".
       77 WS-QTD-COPIA      PIC 9(09) VALUE 0.
       77 WS-VLR-COPIA      PIC 9(13)V99 VALUE 0.
       77 WS-QTD-CARREGADOS PIC 9(09) VALUE 0.
       77 WS-QTD-ERR-CARGA  PIC 9(09) VALUE 0.
       77 WS-QTD-AUD-LIDOS  PIC 9(09) VALUE 0.
       77 WS-QTD-AUD-ANTES  PIC 9(09) VALUE 0.
       77 WS-QTD-AUD-JANELA PIC 9(09) VALUE 0.
       77 WS-QTD-AUD-DEPOIS PIC 9(09) VALUE 0.
       77 WS-QTD-INCLUIDOS  PIC 9(09) VALUE 0.
       77 WS-QTD-ALTERADOS  PIC 9(09) VALUE 0.
       77 WS-QTD-EXCLUIDOS  PIC 9(09) VALUE 0.
       77 WS-QTD-DIVERG-ANT PIC 9(09) VALUE 0.
       77 WS-QTD-EXC-AUSENTE PIC 9(09) VALUE 0.
       77 WS-QTD-ERR-APLIC  PIC 9(09) VALUE 0.
       77 WS-QTD-FINAL      PIC 9(09) VALUE 0.
       77 WS-VLR-FINAL      PIC 9(13)V99 VALUE 0.
       77 WS-ED-QTD         PIC ZZZ,ZZZ,ZZ9.
       77 WS-ED-VALOR       PIC $$$,$$$,$$$,$$$,$$9.99.
       77 WS-ED-RC          PIC Z9.
       77 WS-LINHA          PIC X(80).
      * Momentos (data + hora HHMMSSCC) comparados como um numero so:
      * a copia, o corte pedido e cada registro da trilha.
       01 WS-MOMENTO-BACKUP-G.
           03 WS-MBK-DATA   PIC 9(08).
           03 WS-MBK-HORA   PIC 9(08).
       01 WS-MOMENTO-BACKUP REDEFINES WS-MOMENTO-BACKUP-G PIC 9(16).
       01 WS-MOMENTO-CORTE-G.
           03 WS-MCT-DATA   PIC 9(08).
           03 WS-MCT-HORA.
               05 WS-MCT-HMS  PIC 9(06).
               05 WS-MCT-CENT PIC 9(02).
       01 WS-MOMENTO-CORTE REDEFINES WS-MOMENTO-CORTE-G PIC 9(16).
       01 WS-MOMENTO-AUD-G.
           03 WS-MAU-DATA   PIC 9(08).
           03 WS-MAU-HORA   PIC 9(08).
       01 WS-MOMENTO-AUD REDEFINES WS-MOMENTO-AUD-G PIC 9(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WS-PARM FROM COMMAND-LINE.
            UNSTRING WS-PARM DELIMITED BY "," OR ALL SPACE
                INTO WS-PARM-ARQUIVO WS-PARM-DATA-BKP
                     WS-PARM-DATA-CORTE WS-PARM-HORA-CORTE
            END-UNSTRING

            OPEN OUTPUT RECREL.
            PERFORM ESCREVER-CABECALHO.

            PERFORM VALIDAR-PARM.
            IF NOT WS-RECUPERACAO-ABORTADA THEN
                PERFORM LER-CONTROLE
            END-IF
            IF NOT WS-RECUPERACAO-ABORTADA THEN
                PERFORM CONFERIR-COPIA
            END-IF
            IF NOT WS-RECUPERACAO-ABORTADA THEN
                PERFORM RECONSTRUIR-MESTRE
            END-IF
            IF NOT WS-RECUPERACAO-ABORTADA THEN
                PERFORM REAPLICAR-TRILHA
                PERFORM TOTALIZAR-MESTRE
                PERFORM RELATAR-RECUPERACAO
                PERFORM EXECUTAR-VERIFICA
            END-IF

            PERFORM DEFINIR-RETORNO.
            CLOSE RECREL.
            GOBACK.

       ESCREVER-LINHA.
            DISPLAY WS-LINHA
            WRITE WS-LINHA-REL FROM WS-LINHA.

       ESCREVER-CABECALHO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " RECUPERACAO DE MESTRE PELA COPIA DE SEGURANCA - "
                   WS-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " PARM: " WS-PARM
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       ABORTAR-RECUPERACAO.
            PERFORM ESCREVER-LINHA
            MOVE " RECUPERACAO ABORTADA - O MESTRE NAO FOI TOCADO"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            SET WS-RECUPERACAO-ABORTADA TO TRUE.

      ******************************************************************
      * PARM - ARQUIVO, DATA DA COPIA E CORTE (OPCIONAL) DA TRILHA
      ******************************************************************
       VALIDAR-PARM.
            EVALUATE WS-PARM-ARQUIVO
                WHEN "CADASTRO"
                    MOVE 1 TO WS-IDX
                WHEN "CONTRATO"
                    MOVE 2 TO WS-IDX
                WHEN "PARCELAS"
                    MOVE 3 TO WS-IDX
                WHEN "PAGTOS"
                    MOVE 4 TO WS-IDX
                WHEN OTHER
                    MOVE " ARQUIVO INVALIDO - USE CADASTRO, CONTRATO, "
                      & "PARCELAS OU PAGTOS" TO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
            END-EVALUATE
            IF NOT WS-RECUPERACAO-ABORTADA AND
                  WS-PARM-DATA-BKP NOT NUMERIC THEN
                MOVE " DATA DA COPIA INVALIDA - INFORME AAAAMMDD"
                  TO WS-LINHA
                PERFORM ABORTAR-RECUPERACAO
            END-IF
            IF NOT WS-RECUPERACAO-ABORTADA THEN
                PERFORM DEFINIR-CORTE
            END-IF.

       DEFINIR-CORTE.
            MOVE 99 TO WS-MCT-CENT
            EVALUATE TRUE
                WHEN WS-PARM-DATA-CORTE = SPACES
                    MOVE 99999999 TO WS-MCT-DATA
                    MOVE 999999   TO WS-MCT-HMS
                WHEN WS-PARM-DATA-CORTE NOT NUMERIC
                    MOVE " DATA DE CORTE INVALIDA - INFORME AAAAMMDD"
                      TO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
                WHEN WS-PARM-HORA-CORTE = SPACES
                    MOVE WS-PARM-DATA-CORTE TO WS-MCT-DATA
                    MOVE 235959 TO WS-MCT-HMS
                WHEN WS-PARM-HORA-CORTE NOT NUMERIC
                    MOVE " HORA DE CORTE INVALIDA - INFORME HHMMSS"
                      TO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
                WHEN OTHER
                    MOVE WS-PARM-DATA-CORTE TO WS-MCT-DATA
                    MOVE WS-PARM-HORA-CORTE TO WS-MCT-HMS
            END-EVALUATE.

      ******************************************************************
      * CONTROLE DA COPIA - DATA PEDIDA E SITUACAO DO ARQUIVO ESCOLHIDO
      ******************************************************************
       LER-CONTROLE.
            OPEN INPUT BKPCTL
            IF WS-FS-BKPCTL = "00" THEN
                READ BKPCTL
                    AT END
                        MOVE "10" TO WS-FS-BKPCTL
                END-READ
                CLOSE BKPCTL
            END-IF
            IF WS-FS-BKPCTL NOT = "00" THEN
                MOVE SPACES TO WS-LINHA
                STRING " CONTROLE DA COPIA (BKPCTL) INDISPONIVEL OU "
                       "VAZIO (STATUS " WS-FS-BKPCTL ")"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ABORTAR-RECUPERACAO
            ELSE
                PERFORM CONFERIR-CONTROLE
            END-IF.

       CONFERIR-CONTROLE.
            MOVE WS-BKC-DATA TO WS-MBK-DATA
            MOVE WS-BKC-HORA TO WS-MBK-HORA
            EVALUATE TRUE
                WHEN WS-BKC-DATA NOT = WS-PARM-DATA-BKP
                    MOVE SPACES TO WS-LINHA
                    STRING " A COPIA INFORMADA E DE " WS-BKC-DATA
                           " - NAO CONFERE COM A DATA PEDIDA "
                           WS-PARM-DATA-BKP
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
                WHEN WS-BKC-NOME(WS-IDX) NOT = WS-PARM-ARQUIVO
                    MOVE SPACES TO WS-LINHA
                    STRING " CONTROLE DA COPIA SEM O ARQUIVO "
                           WS-PARM-ARQUIVO
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
                WHEN WS-BKC-FALHOU(WS-IDX)
                    MOVE SPACES TO WS-LINHA
                    STRING " A COPIA DE " WS-PARM-ARQUIVO " FALHOU "
                           "NO BACKUP DE " WS-BKC-DATA
                           " - USE OUTRA COPIA"
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
                WHEN WS-MOMENTO-CORTE < WS-MOMENTO-BACKUP
                    MOVE SPACES TO WS-LINHA
                    STRING " CORTE ANTERIOR A COPIA (" WS-BKC-DATA " "
                           WS-BKC-HORA(1:6) ") - USE UMA COPIA MAIS "
                           "ANTIGA"
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
                WHEN OTHER
                    MOVE SPACES TO WS-LINHA
                    STRING " COPIA DE " WS-BKC-DATA " "
                           WS-BKC-HORA(1:6) " - ARQUIVO "
                           WS-PARM-ARQUIVO
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
            END-EVALUATE.

      ******************************************************************
      * PRIMEIRA PASSADA NA COPIA - QUANTIDADE E VALOR CONTRA O
      * CONTROLE, SEM TOCAR NO MESTRE
      ******************************************************************
       CONFERIR-COPIA.
            EVALUATE WS-IDX
                WHEN 1
                    PERFORM CONTAR-COPIA-CADASTRO
                WHEN 2
                    PERFORM CONTAR-COPIA-CONTRATOS
                WHEN 3
                    PERFORM CONTAR-COPIA-PARCELAS
                WHEN 4
                    PERFORM CONTAR-COPIA-PAGTOS
            END-EVALUATE
            MOVE WS-QTD-COPIA TO WS-ED-QTD
            MOVE WS-VLR-COPIA TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING " COPIA LIDA ......: " WS-ED-QTD "  " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-BKC-QTD(WS-IDX)   TO WS-ED-QTD
            MOVE WS-BKC-VALOR(WS-IDX) TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING " CONTROLE DA COPIA: " WS-ED-QTD "  " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            IF WS-FS-COPIA NOT = "10" THEN
                MOVE SPACES TO WS-LINHA
                STRING " COPIA NAO ABRIU OU ERRO DE LEITURA (STATUS "
                       WS-FS-COPIA ")"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ABORTAR-RECUPERACAO
            ELSE
                IF WS-QTD-COPIA NOT = WS-BKC-QTD(WS-IDX) OR
                      WS-VLR-COPIA NOT = WS-BKC-VALOR(WS-IDX) THEN
                    MOVE " COPIA NAO CONFERE COM O CONTROLE - "
                      & "COPIA INCOMPLETA OU TROCADA" TO WS-LINHA
                    PERFORM ABORTAR-RECUPERACAO
                END-IF
            END-IF.

      * WS-FS-COPIA termina em "10" quando a copia foi lida ate o fim.
       AVALIAR-ABERTURA-COPIA.
            MOVE "N" TO WS-SW-FIM-ARQ
            MOVE "N" TO WS-SW-COPIA-ABERTA
            IF WS-FS-COPIA = "00" THEN
                SET WS-COPIA-ABERTA TO TRUE
            ELSE
                SET WS-FIM-ARQUIVO TO TRUE
            END-IF.

       AVALIAR-LEITURA-COPIA.
            IF WS-FS-COPIA NOT = "00" THEN
                SET WS-FIM-ARQUIVO TO TRUE
            END-IF.

       CONTAR-COPIA-CADASTRO.
            OPEN INPUT BKPCAD
            MOVE WS-FS-BKPCAD TO WS-FS-COPIA
            PERFORM AVALIAR-ABERTURA-COPIA
            PERFORM LER-COPIA-CADASTRO
            PERFORM SOMAR-COPIA-CADASTRO UNTIL WS-FIM-ARQUIVO
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPCAD
            END-IF.

       LER-COPIA-CADASTRO.
            IF NOT WS-FIM-ARQUIVO THEN
                READ BKPCAD INTO WS-REG-MESTRE
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-BKPCAD TO WS-FS-COPIA
                PERFORM AVALIAR-LEITURA-COPIA
            END-IF.

       SOMAR-COPIA-CADASTRO.
            ADD 1 TO WS-QTD-COPIA
            PERFORM LER-COPIA-CADASTRO.

       CONTAR-COPIA-CONTRATOS.
            OPEN INPUT BKPCTR
            MOVE WS-FS-BKPCTR TO WS-FS-COPIA
            PERFORM AVALIAR-ABERTURA-COPIA
            PERFORM LER-COPIA-CONTRATO
            PERFORM SOMAR-COPIA-CONTRATO UNTIL WS-FIM-ARQUIVO
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPCTR
            END-IF.

       LER-COPIA-CONTRATO.
            IF NOT WS-FIM-ARQUIVO THEN
                READ BKPCTR INTO WS-REG-CONTRATO
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-BKPCTR TO WS-FS-COPIA
                PERFORM AVALIAR-LEITURA-COPIA
            END-IF.

       SOMAR-COPIA-CONTRATO.
            ADD 1 TO WS-QTD-COPIA
            COMPUTE WS-VLR-REGISTRO = WS-CTR-QTD-PARC * WS-CTR-VLR-PARC
            ADD WS-VLR-REGISTRO TO WS-VLR-COPIA
            PERFORM LER-COPIA-CONTRATO.

       CONTAR-COPIA-PARCELAS.
            OPEN INPUT BKPPRC
            MOVE WS-FS-BKPPRC TO WS-FS-COPIA
            PERFORM AVALIAR-ABERTURA-COPIA
            PERFORM LER-COPIA-PARCELA
            PERFORM SOMAR-COPIA-PARCELA UNTIL WS-FIM-ARQUIVO
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPPRC
            END-IF.

       LER-COPIA-PARCELA.
            IF NOT WS-FIM-ARQUIVO THEN
                READ BKPPRC INTO WS-REG-PARCELA
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-BKPPRC TO WS-FS-COPIA
                PERFORM AVALIAR-LEITURA-COPIA
            END-IF.

       SOMAR-COPIA-PARCELA.
            ADD 1 TO WS-QTD-COPIA
            ADD WS-PRC-VALOR TO WS-VLR-COPIA
            PERFORM LER-COPIA-PARCELA.

       CONTAR-COPIA-PAGTOS.
            OPEN INPUT BKPPAG
            MOVE WS-FS-BKPPAG TO WS-FS-COPIA
            PERFORM AVALIAR-ABERTURA-COPIA
            PERFORM LER-COPIA-PAGTO
            PERFORM SOMAR-COPIA-PAGTO UNTIL WS-FIM-ARQUIVO
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPPAG
            END-IF.

       LER-COPIA-PAGTO.
            IF NOT WS-FIM-ARQUIVO THEN
                READ BKPPAG INTO WS-REG-PGTO
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-BKPPAG TO WS-FS-COPIA
                PERFORM AVALIAR-LEITURA-COPIA
            END-IF.

       SOMAR-COPIA-PAGTO.
            ADD 1 TO WS-QTD-COPIA
            ADD WS-PGTO-VALOR TO WS-VLR-COPIA
            PERFORM LER-COPIA-PAGTO.

      ******************************************************************
      * SEGUNDA PASSADA - RECRIA O MESTRE VAZIO E RECARREGA A COPIA
      ******************************************************************
       RECONSTRUIR-MESTRE.
            EVALUATE WS-IDX
                WHEN 1
                    PERFORM RECARREGAR-CADASTRO
                WHEN 2
                    PERFORM RECARREGAR-CONTRATOS
                WHEN 3
                    PERFORM RECARREGAR-PARCELAS
                WHEN 4
                    PERFORM RECARREGAR-PAGTOS
            END-EVALUATE
            IF NOT WS-RECUPERACAO-ABORTADA THEN
                MOVE WS-QTD-CARREGADOS TO WS-ED-QTD
                MOVE SPACES TO WS-LINHA
                STRING " MESTRE RECRIADO - REGISTROS RECARREGADOS: "
                       WS-ED-QTD
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                IF WS-QTD-ERR-CARGA > ZEROS THEN
                    MOVE WS-QTD-ERR-CARGA TO WS-ED-QTD
                    MOVE SPACES TO WS-LINHA
                    STRING " *** REGISTROS DA COPIA RECUSADOS NA "
                           "RECARGA: " WS-ED-QTD
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
                END-IF
            END-IF.

      * O mestre so e recriado (OPEN OUTPUT) depois que a copia abriu.
       AVALIAR-ABERTURA-CARGA.
            MOVE "N" TO WS-SW-MESTRE-ABERTO
            MOVE "N" TO WS-SW-COPIA-ABERTA
            MOVE "N" TO WS-SW-FIM-ARQ
            IF WS-FS-COPIA = "00" THEN
                SET WS-COPIA-ABERTA TO TRUE
            END-IF
            IF WS-FS-MESTRE = "00" THEN
                SET WS-MESTRE-ABERTO TO TRUE
            END-IF
            IF NOT WS-COPIA-ABERTA OR NOT WS-MESTRE-ABERTO THEN
                SET WS-FIM-ARQUIVO TO TRUE
                MOVE SPACES TO WS-LINHA
                STRING " COPIA OU MESTRE NAO ABRIU PARA A RECARGA "
                       "(STATUS " WS-FS-COPIA "/" WS-FS-MESTRE ")"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ABORTAR-RECUPERACAO
            END-IF.

       AVALIAR-CARGA.
            IF WS-FS-MESTRE = "00" THEN
                ADD 1 TO WS-QTD-CARREGADOS
            ELSE
                ADD 1 TO WS-QTD-ERR-CARGA
            END-IF.

       RECARREGAR-CADASTRO.
            OPEN INPUT BKPCAD
            MOVE WS-FS-BKPCAD TO WS-FS-COPIA
            MOVE "XX" TO WS-FS-MESTRE
            IF WS-FS-COPIA = "00" THEN
                OPEN OUTPUT CADASTRO
                MOVE WS-FS-CADASTRO TO WS-FS-MESTRE
            END-IF
            PERFORM AVALIAR-ABERTURA-CARGA
            PERFORM LER-COPIA-CADASTRO
            PERFORM GRAVAR-CARGA-CADASTRO UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPCAD
            END-IF.

       GRAVAR-CARGA-CADASTRO.
            WRITE WS-REG-MESTRE
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-FS-CADASTRO TO WS-FS-MESTRE
            PERFORM AVALIAR-CARGA
            PERFORM LER-COPIA-CADASTRO.

       RECARREGAR-CONTRATOS.
            OPEN INPUT BKPCTR
            MOVE WS-FS-BKPCTR TO WS-FS-COPIA
            MOVE "XX" TO WS-FS-MESTRE
            IF WS-FS-COPIA = "00" THEN
                OPEN OUTPUT CONTRATOS
                MOVE WS-FS-CONTRATOS TO WS-FS-MESTRE
            END-IF
            PERFORM AVALIAR-ABERTURA-CARGA
            PERFORM LER-COPIA-CONTRATO
            PERFORM GRAVAR-CARGA-CONTRATO UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE CONTRATOS
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPCTR
            END-IF.

       GRAVAR-CARGA-CONTRATO.
            WRITE WS-REG-CONTRATO
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-FS-CONTRATOS TO WS-FS-MESTRE
            PERFORM AVALIAR-CARGA
            PERFORM LER-COPIA-CONTRATO.

       RECARREGAR-PARCELAS.
            OPEN INPUT BKPPRC
            MOVE WS-FS-BKPPRC TO WS-FS-COPIA
            MOVE "XX" TO WS-FS-MESTRE
            IF WS-FS-COPIA = "00" THEN
                OPEN OUTPUT PARCELAS
                MOVE WS-FS-PARCELAS TO WS-FS-MESTRE
            END-IF
            PERFORM AVALIAR-ABERTURA-CARGA
            PERFORM LER-COPIA-PARCELA
            PERFORM GRAVAR-CARGA-PARCELA UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE PARCELAS
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPPRC
            END-IF.

       GRAVAR-CARGA-PARCELA.
            WRITE WS-REG-PARCELA
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-FS-PARCELAS TO WS-FS-MESTRE
            PERFORM AVALIAR-CARGA
            PERFORM LER-COPIA-PARCELA.

       RECARREGAR-PAGTOS.
            OPEN INPUT BKPPAG
            MOVE WS-FS-BKPPAG TO WS-FS-COPIA
            MOVE "XX" TO WS-FS-MESTRE
            IF WS-FS-COPIA = "00" THEN
                OPEN OUTPUT PAGTOS
                MOVE WS-FS-PAGTOS TO WS-FS-MESTRE
            END-IF
            PERFORM AVALIAR-ABERTURA-CARGA
            PERFORM LER-COPIA-PAGTO
            PERFORM GRAVAR-CARGA-PAGTO UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE PAGTOS
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPPAG
            END-IF.

       GRAVAR-CARGA-PAGTO.
            WRITE WS-REG-PGTO
                INVALID KEY
                    CONTINUE
            END-WRITE
            MOVE WS-FS-PAGTOS TO WS-FS-MESTRE
            PERFORM AVALIAR-CARGA
            PERFORM LER-COPIA-PAGTO.

      ******************************************************************
      * REAPLICACAO DA TRILHA AUDITLOG - SO OS REGISTROS DO ARQUIVO
      * ESCOLHIDO GRAVADOS DEPOIS DA COPIA E ATE O CORTE, NA ORDEM
      * DE GRAVACAO
      ******************************************************************
       REAPLICAR-TRILHA.
            EVALUATE WS-IDX
                WHEN 1
                    OPEN I-O CADASTRO
                    MOVE WS-FS-CADASTRO TO WS-FS-MESTRE
                WHEN 2
                    OPEN I-O CONTRATOS
                    MOVE WS-FS-CONTRATOS TO WS-FS-MESTRE
                WHEN 3
                    OPEN I-O PARCELAS
                    MOVE WS-FS-PARCELAS TO WS-FS-MESTRE
                WHEN 4
                    OPEN I-O PAGTOS
                    MOVE WS-FS-PAGTOS TO WS-FS-MESTRE
            END-EVALUATE
            OPEN INPUT AUDITLOG
            EVALUATE TRUE
                WHEN WS-FS-MESTRE NOT = "00"
                    MOVE SPACES TO WS-LINHA
                    STRING " MESTRE RECRIADO NAO ABRIU PARA A "
                           "REAPLICACAO (STATUS " WS-FS-MESTRE ")"
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
                    ADD 1 TO WS-QTD-ERR-APLIC
                WHEN WS-FS-AUDITLOG = "35"
                    MOVE " TRILHA AUDITLOG INEXISTENTE - NADA A "
                       & "REAPLICAR" TO WS-LINHA
                    PERFORM ESCREVER-LINHA
                WHEN WS-FS-AUDITLOG NOT = "00"
                    SET WS-SEM-TRILHA TO TRUE
                    MOVE SPACES TO WS-LINHA
                    STRING " TRILHA AUDITLOG NAO ABRIU (STATUS "
                           WS-FS-AUDITLOG ") - NADA REAPLICADO"
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
                WHEN OTHER
                    MOVE "N" TO WS-SW-FIM-AUD
                    PERFORM LER-PROXIMA-AUDITORIA
                    PERFORM AVALIAR-AUDITORIA UNTIL WS-FIM-AUDITORIA
            END-EVALUATE
            IF WS-FS-AUDITLOG = "00" OR WS-FS-AUDITLOG = "10" THEN
                CLOSE AUDITLOG
            END-IF
            IF WS-FS-MESTRE = "00" THEN
                EVALUATE WS-IDX
                    WHEN 1
                        CLOSE CADASTRO
                    WHEN 2
                        CLOSE CONTRATOS
                    WHEN 3
                        CLOSE PARCELAS
                    WHEN 4
                        CLOSE PAGTOS
                END-EVALUATE
            END-IF.

       LER-PROXIMA-AUDITORIA.
            READ AUDITLOG
                AT END
                    SET WS-FIM-AUDITORIA TO TRUE
            END-READ.

       AVALIAR-AUDITORIA.
            ADD 1 TO WS-QTD-AUD-LIDOS
            IF WS-AUD-ARQUIVO = WS-PARM-ARQUIVO THEN
                MOVE WS-AUD-DATA TO WS-MAU-DATA
                MOVE WS-AUD-HORA TO WS-MAU-HORA
                EVALUATE TRUE
                    WHEN WS-MOMENTO-AUD NOT > WS-MOMENTO-BACKUP
                        ADD 1 TO WS-QTD-AUD-ANTES
                    WHEN WS-MOMENTO-AUD > WS-MOMENTO-CORTE
                        ADD 1 TO WS-QTD-AUD-DEPOIS
                    WHEN OTHER
                        ADD 1 TO WS-QTD-AUD-JANELA
                        EVALUATE WS-IDX
                            WHEN 1
                                PERFORM APLICAR-CADASTRO
                            WHEN 2
                                PERFORM APLICAR-CONTRATO
                            WHEN 3
                                PERFORM APLICAR-PARCELA
                            WHEN 4
                                PERFORM APLICAR-PAGTO
                        END-EVALUATE
                END-EVALUATE
            END-IF
            PERFORM LER-PROXIMA-AUDITORIA.

      * Imagem depois em branco: exclusao pela chave da imagem antes.
      * Chave da imagem antes diferente da imagem depois (troca de
      * telefone no CLIMANT): sai a chave antiga, entra a nova.
       APLICAR-CADASTRO.
            IF WS-AUD-IMAGEM-DEPOIS = SPACES THEN
                PERFORM EXCLUIR-CADASTRO-ANTES
            ELSE
                IF WS-AUD-IMAGEM-ANTES NOT = SPACES THEN
                    MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-MESTRE
                    MOVE WS-TELEFONE-MESTRE TO WS-CHAVE-CADASTRO
                    MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-MESTRE
                    IF WS-TELEFONE-MESTRE NOT = WS-CHAVE-CADASTRO THEN
                        PERFORM EXCLUIR-CADASTRO-ANTES
                        MOVE SPACES TO WS-AUD-IMAGEM-ANTES
                    END-IF
                END-IF
                PERFORM GRAVAR-CADASTRO-DEPOIS
            END-IF.

       EXCLUIR-CADASTRO-ANTES.
            MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-MESTRE
            PERFORM LOCALIZAR-CADASTRO
            IF WS-REGISTRO-ACHADO THEN
                DELETE CADASTRO RECORD
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-EXCLUIDOS
                END-DELETE
            ELSE
                ADD 1 TO WS-QTD-EXC-AUSENTE
            END-IF.

       GRAVAR-CADASTRO-DEPOIS.
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-MESTRE
            PERFORM LOCALIZAR-CADASTRO
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-MESTRE
            IF WS-REGISTRO-ACHADO THEN
                REWRITE WS-REG-MESTRE
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-ALTERADOS
                END-REWRITE
            ELSE
                IF WS-AUD-IMAGEM-ANTES NOT = SPACES THEN
                    ADD 1 TO WS-QTD-DIVERG-ANT
                END-IF
                WRITE WS-REG-MESTRE
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-INCLUIDOS
                END-WRITE
            END-IF.

      * Le o registro atual da chave e confere com a imagem antes.
       LOCALIZAR-CADASTRO.
            READ CADASTRO
                INVALID KEY
                    MOVE "N" TO WS-SW-ACHADO
                NOT INVALID KEY
                    SET WS-REGISTRO-ACHADO TO TRUE
                    MOVE WS-REG-MESTRE TO WS-IMG-REGISTRO
                    IF WS-IMG-REGISTRO NOT = WS-AUD-IMAGEM-ANTES THEN
                        ADD 1 TO WS-QTD-DIVERG-ANT
                    END-IF
            END-READ.

       APLICAR-CONTRATO.
            IF WS-AUD-IMAGEM-DEPOIS = SPACES THEN
                PERFORM EXCLUIR-CONTRATO-ANTES
            ELSE
                IF WS-AUD-IMAGEM-ANTES NOT = SPACES THEN
                    MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-CONTRATO
                    MOVE WS-CTR-NUMERO TO WS-CHAVE-CONTRATO
                    MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-CONTRATO
                    IF WS-CTR-NUMERO NOT = WS-CHAVE-CONTRATO THEN
                        PERFORM EXCLUIR-CONTRATO-ANTES
                        MOVE SPACES TO WS-AUD-IMAGEM-ANTES
                    END-IF
                END-IF
                PERFORM GRAVAR-CONTRATO-DEPOIS
            END-IF.

       EXCLUIR-CONTRATO-ANTES.
            MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-CONTRATO
            PERFORM LOCALIZAR-CONTRATO
            IF WS-REGISTRO-ACHADO THEN
                DELETE CONTRATOS RECORD
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-EXCLUIDOS
                END-DELETE
            ELSE
                ADD 1 TO WS-QTD-EXC-AUSENTE
            END-IF.

       GRAVAR-CONTRATO-DEPOIS.
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-CONTRATO
            PERFORM LOCALIZAR-CONTRATO
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-CONTRATO
            IF WS-REGISTRO-ACHADO THEN
                REWRITE WS-REG-CONTRATO
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-ALTERADOS
                END-REWRITE
            ELSE
                IF WS-AUD-IMAGEM-ANTES NOT = SPACES THEN
                    ADD 1 TO WS-QTD-DIVERG-ANT
                END-IF
                WRITE WS-REG-CONTRATO
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-INCLUIDOS
                END-WRITE
            END-IF.

       LOCALIZAR-CONTRATO.
            READ CONTRATOS
                INVALID KEY
                    MOVE "N" TO WS-SW-ACHADO
                NOT INVALID KEY
                    SET WS-REGISTRO-ACHADO TO TRUE
                    MOVE WS-REG-CONTRATO TO WS-IMG-REGISTRO
                    IF WS-IMG-REGISTRO NOT = WS-AUD-IMAGEM-ANTES THEN
                        ADD 1 TO WS-QTD-DIVERG-ANT
                    END-IF
            END-READ.

      * A chave da parcela (contrato + numero) e do lancamento
      * (contrato + sequencia) nao muda depois de gravada: a imagem
      * depois substitui o registro da mesma chave.
       APLICAR-PARCELA.
            IF WS-AUD-IMAGEM-DEPOIS = SPACES THEN
                PERFORM EXCLUIR-PARCELA-ANTES
            ELSE
                PERFORM GRAVAR-PARCELA-DEPOIS
            END-IF.

       EXCLUIR-PARCELA-ANTES.
            MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-PARCELA
            PERFORM LOCALIZAR-PARCELA
            IF WS-REGISTRO-ACHADO THEN
                DELETE PARCELAS RECORD
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-EXCLUIDOS
                END-DELETE
            ELSE
                ADD 1 TO WS-QTD-EXC-AUSENTE
            END-IF.

       GRAVAR-PARCELA-DEPOIS.
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-PARCELA
            PERFORM LOCALIZAR-PARCELA
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-PARCELA
            IF WS-REGISTRO-ACHADO THEN
                REWRITE WS-REG-PARCELA
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-ALTERADOS
                END-REWRITE
            ELSE
                IF WS-AUD-IMAGEM-ANTES NOT = SPACES THEN
                    ADD 1 TO WS-QTD-DIVERG-ANT
                END-IF
                WRITE WS-REG-PARCELA
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-INCLUIDOS
                END-WRITE
            END-IF.

       LOCALIZAR-PARCELA.
            READ PARCELAS
                INVALID KEY
                    MOVE "N" TO WS-SW-ACHADO
                NOT INVALID KEY
                    SET WS-REGISTRO-ACHADO TO TRUE
                    MOVE WS-REG-PARCELA TO WS-IMG-REGISTRO
                    IF WS-IMG-REGISTRO NOT = WS-AUD-IMAGEM-ANTES THEN
                        ADD 1 TO WS-QTD-DIVERG-ANT
                    END-IF
            END-READ.

       APLICAR-PAGTO.
            IF WS-AUD-IMAGEM-DEPOIS = SPACES THEN
                PERFORM EXCLUIR-PAGTO-ANTES
            ELSE
                PERFORM GRAVAR-PAGTO-DEPOIS
            END-IF.

       EXCLUIR-PAGTO-ANTES.
            MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-PGTO
            PERFORM LOCALIZAR-PAGTO
            IF WS-REGISTRO-ACHADO THEN
                DELETE PAGTOS RECORD
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-EXCLUIDOS
                END-DELETE
            ELSE
                ADD 1 TO WS-QTD-EXC-AUSENTE
            END-IF.

       GRAVAR-PAGTO-DEPOIS.
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-PGTO
            PERFORM LOCALIZAR-PAGTO
            MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-PGTO
            IF WS-REGISTRO-ACHADO THEN
                REWRITE WS-REG-PGTO
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-ALTERADOS
                END-REWRITE
            ELSE
                IF WS-AUD-IMAGEM-ANTES NOT = SPACES THEN
                    ADD 1 TO WS-QTD-DIVERG-ANT
                END-IF
                WRITE WS-REG-PGTO
                    INVALID KEY
                        ADD 1 TO WS-QTD-ERR-APLIC
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-INCLUIDOS
                END-WRITE
            END-IF.

       LOCALIZAR-PAGTO.
            READ PAGTOS
                INVALID KEY
                    MOVE "N" TO WS-SW-ACHADO
                NOT INVALID KEY
                    SET WS-REGISTRO-ACHADO TO TRUE
                    MOVE WS-REG-PGTO TO WS-IMG-REGISTRO
                    IF WS-IMG-REGISTRO NOT = WS-AUD-IMAGEM-ANTES THEN
                        ADD 1 TO WS-QTD-DIVERG-ANT
                    END-IF
            END-READ.

      ******************************************************************
      * TOTAIS DO MESTRE RECUPERADO (COPIA + TRILHA REAPLICADA)
      ******************************************************************
       TOTALIZAR-MESTRE.
            MOVE "N" TO WS-SW-FIM-ARQ
            EVALUATE WS-IDX
                WHEN 1
                    OPEN INPUT CADASTRO
                    MOVE WS-FS-CADASTRO TO WS-FS-MESTRE
                WHEN 2
                    OPEN INPUT CONTRATOS
                    MOVE WS-FS-CONTRATOS TO WS-FS-MESTRE
                WHEN 3
                    OPEN INPUT PARCELAS
                    MOVE WS-FS-PARCELAS TO WS-FS-MESTRE
                WHEN 4
                    OPEN INPUT PAGTOS
                    MOVE WS-FS-PAGTOS TO WS-FS-MESTRE
            END-EVALUATE
            IF WS-FS-MESTRE = "00" THEN
                PERFORM LER-MESTRE
                PERFORM SOMAR-MESTRE UNTIL WS-FIM-ARQUIVO
                PERFORM FECHAR-MESTRE
            ELSE
                ADD 1 TO WS-QTD-ERR-APLIC
                MOVE SPACES TO WS-LINHA
                STRING " MESTRE RECUPERADO NAO ABRIU PARA A "
                       "TOTALIZACAO (STATUS " WS-FS-MESTRE ")"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
            END-IF.

       LER-MESTRE.
            EVALUATE WS-IDX
                WHEN 1
                    READ CADASTRO NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE WS-FS-CADASTRO TO WS-FS-MESTRE
                WHEN 2
                    READ CONTRATOS NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE WS-FS-CONTRATOS TO WS-FS-MESTRE
                WHEN 3
                    READ PARCELAS NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE WS-FS-PARCELAS TO WS-FS-MESTRE
                WHEN 4
                    READ PAGTOS NEXT RECORD
                        AT END
                            CONTINUE
                    END-READ
                    MOVE WS-FS-PAGTOS TO WS-FS-MESTRE
            END-EVALUATE
            EVALUATE WS-FS-MESTRE
                WHEN "00"
                WHEN "02"
                    CONTINUE
                WHEN "10"
                    SET WS-FIM-ARQUIVO TO TRUE
                WHEN OTHER
                    SET WS-FIM-ARQUIVO TO TRUE
                    ADD 1 TO WS-QTD-ERR-APLIC
                    MOVE SPACES TO WS-LINHA
                    STRING " ERRO DE LEITURA DO MESTRE RECUPERADO "
                           "(STATUS " WS-FS-MESTRE ")"
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-LINHA
            END-EVALUATE.

       SOMAR-MESTRE.
            ADD 1 TO WS-QTD-FINAL
            EVALUATE WS-IDX
                WHEN 2
                    COMPUTE WS-VLR-REGISTRO =
                            WS-CTR-QTD-PARC * WS-CTR-VLR-PARC
                    ADD WS-VLR-REGISTRO TO WS-VLR-FINAL
                WHEN 3
                    ADD WS-PRC-VALOR TO WS-VLR-FINAL
                WHEN 4
                    ADD WS-PGTO-VALOR TO WS-VLR-FINAL
            END-EVALUATE
            PERFORM LER-MESTRE.

       FECHAR-MESTRE.
            EVALUATE WS-IDX
                WHEN 1
                    CLOSE CADASTRO
                WHEN 2
                    CLOSE CONTRATOS
                WHEN 3
                    CLOSE PARCELAS
                WHEN 4
                    CLOSE PAGTOS
            END-EVALUATE.

      ******************************************************************
      * RELATORIO DA RECUPERACAO
      ******************************************************************
       RELATAR-RECUPERACAO.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE " TRILHA AUDITLOG - REGISTROS LIDOS .......: "
              TO WS-LINHA
            MOVE WS-QTD-AUD-LIDOS TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE "   DO ARQUIVO, ATE A HORA DA COPIA .......: "
              TO WS-LINHA
            MOVE WS-QTD-AUD-ANTES TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE "   DO ARQUIVO, ENTRE A COPIA E O CORTE ...: "
              TO WS-LINHA
            MOVE WS-QTD-AUD-JANELA TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE "   DO ARQUIVO, DEPOIS DO CORTE (IGNORADOS): "
              TO WS-LINHA
            MOVE WS-QTD-AUD-DEPOIS TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE " REAPLICADOS - INCLUSOES .................: "
              TO WS-LINHA
            MOVE WS-QTD-INCLUIDOS TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE " REAPLICADOS - ALTERACOES ................: "
              TO WS-LINHA
            MOVE WS-QTD-ALTERADOS TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE " REAPLICADOS - EXCLUSOES .................: "
              TO WS-LINHA
            MOVE WS-QTD-EXCLUIDOS TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE " AVISO - MESTRE DIFERENTE DA IMAGEM ANTES : "
              TO WS-LINHA
            MOVE WS-QTD-DIVERG-ANT TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE " AVISO - EXCLUSAO DE REGISTRO AUSENTE ....: "
              TO WS-LINHA
            MOVE WS-QTD-EXC-AUSENTE TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE " ERRO DE GRAVACAO NA REAPLICACAO .........: "
              TO WS-LINHA
            MOVE WS-QTD-ERR-APLIC TO WS-ED-QTD
            MOVE WS-ED-QTD TO WS-LINHA(46:11)
            PERFORM ESCREVER-LINHA
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-QTD-FINAL TO WS-ED-QTD
            MOVE WS-VLR-FINAL TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING " MESTRE RECUPERADO: " WS-ED-QTD "  " WS-ED-VALOR
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

      ******************************************************************
      * VERIFICACAO RAZAO X MESTRE SOBRE O RESULTADO (SOMENTE
      * RELATORIO - O PARM DO RECUPERA NUNCA E 'REPARAR')
      ******************************************************************
       EXECUTAR-VERIFICA.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE " VERIFICA - INTEGRIDADE RAZAO X MESTRE (SYSOUT)"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            CALL "VERIFICA"
            MOVE RETURN-CODE TO WS-RC-VERIFICA
            MOVE 0 TO RETURN-CODE
            MOVE WS-RC-VERIFICA TO WS-ED-RC
            MOVE SPACES TO WS-LINHA
            STRING " VERIFICA RETORNOU RC " WS-ED-RC
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

      ******************************************************************
      * RETURN-CODE - O MESTRE RECUPERADO PODE VOLTAR AO AR?
      ******************************************************************
       DEFINIR-RETORNO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            EVALUATE TRUE
                WHEN WS-RECUPERACAO-ABORTADA
                    MOVE 12 TO RETURN-CODE
                    MOVE " RC=12 - NADA RECUPERADO: CORRIGIR O PARM "
                       & "OU ESCOLHER OUTRA COPIA" TO WS-LINHA
                WHEN WS-QTD-ERR-CARGA > ZEROS OR
                     WS-QTD-ERR-APLIC > ZEROS
                    MOVE 8 TO RETURN-CODE
                    MOVE " RC=08 - ERRO DE GRAVACAO NA RECUPERACAO: "
                       & "MESTRE NAO CONFIAVEL" TO WS-LINHA
                WHEN WS-RC-VERIFICA > ZEROS
                    MOVE 8 TO RETURN-CODE
                    MOVE " RC=08 - VERIFICA ACUSOU DIVERGENCIA: NAO "
                       & "REABRIR O SISTEMA" TO WS-LINHA
                WHEN WS-SEM-TRILHA OR
                     WS-QTD-DIVERG-ANT > ZEROS OR
                     WS-QTD-EXC-AUSENTE > ZEROS
                    MOVE 4 TO RETURN-CODE
                    MOVE " RC=04 - RECUPERADO COM AVISOS: CONFERIR "
                       & "ESTE RELATORIO ANTES DE REABRIR" TO WS-LINHA
                WHEN OTHER
                    MOVE 0 TO RETURN-CODE
                    MOVE " RC=00 - MESTRE RECUPERADO E VERIFICADO: "
                       & "PODE REABRIR O SISTEMA" TO WS-LINHA
            END-EVALUATE
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA.
