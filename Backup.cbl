      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: COPIA DE SEGURANCA NOTURNA - PRIMEIRO PASSO DA CADEIA
      *          NOITE. DESCARREGA CADA MESTRE INDEXADO (CADASTRO,
      *          CONTRATO, PARCELAS E PAGTOS), NA ORDEM DA CHAVE,
      *          PARA UMA COPIA SEQUENCIAL DATADA (BKPCAD, BKPCTR,
      *          BKPPRC E BKPPAG - UMA GERACAO NOVA POR NOITE) E
      *          GRAVA O REGISTRO DE CONTROLE (BKPCTL) COM DATA/HORA
      *          DA COPIA E, POR ARQUIVO, SITUACAO, QUANTIDADE DE
      *          REGISTROS E VALOR TOTAL. A DATA/HORA DO CONTROLE E O
      *          PONTO A PARTIR DO QUAL O RECUPERA REAPLICA A TRILHA
      *          AUDITLOG.
      *          RETURN-CODE: 0 TODOS COPIADOS; 4 ALGUM MESTRE
      *          INEXISTENTE (COPIA VAZIA); 8 ERRO DE LEITURA OU
      *          GRAVACAO - SEM COPIA CONFIAVEL A CADEIA NAO SEGUE.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.
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

      * Copias sequenciais: imagem do registro do mestre, sem
      * cabecalho, na ordem da chave (recarregaveis pelo RECUPERA).
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
       77 WS-FS-MESTRE      PIC XX.
       77 WS-FS-COPIA       PIC XX.
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-HORA-SISTEMA   PIC 9(08).
       77 WS-IDX            PIC 9(01).
       77 WS-VLR-REGISTRO   PIC 9(09)V99.
       77 WS-SW-FIM-ARQ     PIC X VALUE "N".
           88 WS-FIM-ARQUIVO VALUE "S".
       77 WS-SW-MESTRE-ABERTO PIC X VALUE "N".
           88 WS-MESTRE-ABERTO VALUE "S".
       77 WS-SW-COPIA-ABERTA PIC X VALUE "N".
           88 WS-COPIA-ABERTA VALUE "S".
       77 WS-ED-QTD         PIC ZZZ,ZZZ,ZZ9.
       77 WS-ED-VALOR       PIC $$$,$$$,$$$,$$$,$$9.99.
       77 WS-DS-SITUACAO    PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-SISTEMA FROM TIME.

            DISPLAY "=========================================="
            DISPLAY " COPIA DE SEGURANCA DOS MESTRES - "
                    WS-DATA-SISTEMA " " WS-HORA-SISTEMA(1:6)
            DISPLAY "=========================================="

            INITIALIZE WS-REG-BKPCTL
            MOVE WS-DATA-SISTEMA TO WS-BKC-DATA
            MOVE WS-HORA-SISTEMA TO WS-BKC-HORA
            MOVE "CADASTRO" TO WS-BKC-NOME(1)
            MOVE "CONTRATO" TO WS-BKC-NOME(2)
            MOVE "PARCELAS" TO WS-BKC-NOME(3)
            MOVE "PAGTOS"   TO WS-BKC-NOME(4)

            PERFORM COPIAR-CADASTRO.
            PERFORM COPIAR-CONTRATOS.
            PERFORM COPIAR-PARCELAS.
            PERFORM COPIAR-PAGTOS.

            PERFORM GRAVAR-CONTROLE.
            PERFORM EXIBIR-TOTAIS.
            GOBACK.

       AVISAR-RETORNO.
            IF RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * SITUACAO DA COPIA - MESTRE INEXISTENTE GERA COPIA VAZIA (AVISO);
      * QUALQUER OUTRO STATUS INVALIDA A COPIA DO ARQUIVO (RC 8)
      ******************************************************************
       AVALIAR-ABERTURA.
            MOVE "N" TO WS-SW-MESTRE-ABERTO
            MOVE "N" TO WS-SW-COPIA-ABERTA
            IF WS-FS-MESTRE = "00" THEN
                SET WS-MESTRE-ABERTO TO TRUE
            END-IF
            IF WS-FS-COPIA = "00" THEN
                SET WS-COPIA-ABERTA TO TRUE
            END-IF
            EVALUATE TRUE
                WHEN WS-FS-COPIA NOT = "00"
                    SET WS-BKC-FALHOU(WS-IDX) TO TRUE
                    DISPLAY WS-BKC-NOME(WS-IDX)
                            ": COPIA NAO ABRIU (STATUS " WS-FS-COPIA
                            ")"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-FS-MESTRE = "00"
                    SET WS-BKC-COPIADO(WS-IDX) TO TRUE
                WHEN WS-FS-MESTRE = "35"
                    SET WS-BKC-INEXISTENTE(WS-IDX) TO TRUE
                    DISPLAY WS-BKC-NOME(WS-IDX)
                            ": MESTRE INEXISTENTE - COPIA VAZIA"
                    PERFORM AVISAR-RETORNO
                WHEN OTHER
                    SET WS-BKC-FALHOU(WS-IDX) TO TRUE
                    DISPLAY WS-BKC-NOME(WS-IDX)
                            ": MESTRE NAO ABRIU (STATUS " WS-FS-MESTRE
                            ")"
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE
            IF WS-BKC-COPIADO(WS-IDX) THEN
                MOVE "N" TO WS-SW-FIM-ARQ
            ELSE
                SET WS-FIM-ARQUIVO TO TRUE
            END-IF.

       AVALIAR-LEITURA.
            IF WS-FS-MESTRE = "10" THEN
                SET WS-FIM-ARQUIVO TO TRUE
            ELSE
                IF WS-FS-MESTRE NOT = "00" AND
                      WS-FS-MESTRE NOT = "02" THEN
                    SET WS-BKC-FALHOU(WS-IDX) TO TRUE
                    SET WS-FIM-ARQUIVO TO TRUE
                    DISPLAY WS-BKC-NOME(WS-IDX)
                            ": ERRO DE LEITURA DO MESTRE (STATUS "
                            WS-FS-MESTRE ")"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

       AVALIAR-GRAVACAO.
            IF WS-FS-COPIA = "00" THEN
                ADD 1 TO WS-BKC-QTD(WS-IDX)
                ADD WS-VLR-REGISTRO TO WS-BKC-VALOR(WS-IDX)
            ELSE
                SET WS-BKC-FALHOU(WS-IDX) TO TRUE
                SET WS-FIM-ARQUIVO TO TRUE
                DISPLAY WS-BKC-NOME(WS-IDX)
                        ": ERRO DE GRAVACAO DA COPIA (STATUS "
                        WS-FS-COPIA ")"
                MOVE 8 TO RETURN-CODE
            END-IF.

      ******************************************************************
      * CADASTRO DE CLIENTES - SEM VALOR DE CONTROLE
      ******************************************************************
       COPIAR-CADASTRO.
            MOVE 1 TO WS-IDX
            OPEN OUTPUT BKPCAD
            MOVE WS-FS-BKPCAD TO WS-FS-COPIA
            OPEN INPUT CADASTRO
            MOVE WS-FS-CADASTRO TO WS-FS-MESTRE
            PERFORM AVALIAR-ABERTURA
            PERFORM LER-CADASTRO
            PERFORM DESCARREGAR-CADASTRO UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPCAD
            END-IF.

       LER-CADASTRO.
            IF NOT WS-FIM-ARQUIVO THEN
                READ CADASTRO NEXT RECORD
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-CADASTRO TO WS-FS-MESTRE
                PERFORM AVALIAR-LEITURA
            END-IF.

       DESCARREGAR-CADASTRO.
            MOVE ZEROS TO WS-VLR-REGISTRO
            WRITE WS-REG-BKPCAD FROM WS-REG-MESTRE
            MOVE WS-FS-BKPCAD TO WS-FS-COPIA
            PERFORM AVALIAR-GRAVACAO
            PERFORM LER-CADASTRO.

      ******************************************************************
      * CONTRATOS - VALOR = PLANO DO CONTRATO (PARCELAS X VALOR)
      ******************************************************************
       COPIAR-CONTRATOS.
            MOVE 2 TO WS-IDX
            OPEN OUTPUT BKPCTR
            MOVE WS-FS-BKPCTR TO WS-FS-COPIA
            OPEN INPUT CONTRATOS
            MOVE WS-FS-CONTRATOS TO WS-FS-MESTRE
            PERFORM AVALIAR-ABERTURA
            PERFORM LER-CONTRATO
            PERFORM DESCARREGAR-CONTRATO UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE CONTRATOS
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPCTR
            END-IF.

       LER-CONTRATO.
            IF NOT WS-FIM-ARQUIVO THEN
                READ CONTRATOS NEXT RECORD
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-CONTRATOS TO WS-FS-MESTRE
                PERFORM AVALIAR-LEITURA
            END-IF.

       DESCARREGAR-CONTRATO.
            COMPUTE WS-VLR-REGISTRO = WS-CTR-QTD-PARC * WS-CTR-VLR-PARC
            WRITE WS-REG-BKPCTR FROM WS-REG-CONTRATO
            MOVE WS-FS-BKPCTR TO WS-FS-COPIA
            PERFORM AVALIAR-GRAVACAO
            PERFORM LER-CONTRATO.

      ******************************************************************
      * PARCELAS - VALOR = VALOR DA PARCELA
      ******************************************************************
       COPIAR-PARCELAS.
            MOVE 3 TO WS-IDX
            OPEN OUTPUT BKPPRC
            MOVE WS-FS-BKPPRC TO WS-FS-COPIA
            OPEN INPUT PARCELAS
            MOVE WS-FS-PARCELAS TO WS-FS-MESTRE
            PERFORM AVALIAR-ABERTURA
            PERFORM LER-PARCELA
            PERFORM DESCARREGAR-PARCELA UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE PARCELAS
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPPRC
            END-IF.

       LER-PARCELA.
            IF NOT WS-FIM-ARQUIVO THEN
                READ PARCELAS NEXT RECORD
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-PARCELAS TO WS-FS-MESTRE
                PERFORM AVALIAR-LEITURA
            END-IF.

       DESCARREGAR-PARCELA.
            MOVE WS-PRC-VALOR TO WS-VLR-REGISTRO
            WRITE WS-REG-BKPPRC FROM WS-REG-PARCELA
            MOVE WS-FS-BKPPRC TO WS-FS-COPIA
            PERFORM AVALIAR-GRAVACAO
            PERFORM LER-PARCELA.

      ******************************************************************
      * RAZAO PAGTOS - VALOR = VALOR DO LANCAMENTO (TODOS OS TIPOS)
      ******************************************************************
       COPIAR-PAGTOS.
            MOVE 4 TO WS-IDX
            OPEN OUTPUT BKPPAG
            MOVE WS-FS-BKPPAG TO WS-FS-COPIA
            OPEN INPUT PAGTOS
            MOVE WS-FS-PAGTOS TO WS-FS-MESTRE
            PERFORM AVALIAR-ABERTURA
            PERFORM LER-PAGTO
            PERFORM DESCARREGAR-PAGTO UNTIL WS-FIM-ARQUIVO
            IF WS-MESTRE-ABERTO THEN
                CLOSE PAGTOS
            END-IF
            IF WS-COPIA-ABERTA THEN
                CLOSE BKPPAG
            END-IF.

       LER-PAGTO.
            IF NOT WS-FIM-ARQUIVO THEN
                READ PAGTOS NEXT RECORD
                    AT END
                        CONTINUE
                END-READ
                MOVE WS-FS-PAGTOS TO WS-FS-MESTRE
                PERFORM AVALIAR-LEITURA
            END-IF.

       DESCARREGAR-PAGTO.
            MOVE WS-PGTO-VALOR TO WS-VLR-REGISTRO
            WRITE WS-REG-BKPPAG FROM WS-REG-PGTO
            MOVE WS-FS-BKPPAG TO WS-FS-COPIA
            PERFORM AVALIAR-GRAVACAO
            PERFORM LER-PAGTO.

      ******************************************************************
      * REGISTRO DE CONTROLE - SEM ELE A COPIA NAO E RECUPERAVEL
      ******************************************************************
       GRAVAR-CONTROLE.
            OPEN OUTPUT BKPCTL
            IF WS-FS-BKPCTL = "00" THEN
                WRITE WS-REG-BKPCTL
            END-IF
            IF WS-FS-BKPCTL NOT = "00" THEN
                DISPLAY "ERRO AO GRAVAR O CONTROLE DA COPIA (STATUS "
                        WS-FS-BKPCTL ") - COPIA NAO RECUPERAVEL"
                MOVE 8 TO RETURN-CODE
            END-IF
            CLOSE BKPCTL.

       EXIBIR-TOTAIS.
            DISPLAY "--------------------------------------------"
            MOVE 1 TO WS-IDX
            PERFORM EXIBIR-UM-ARQUIVO UNTIL WS-IDX > 4
            DISPLAY "--------------------------------------------"
            IF RETURN-CODE > 4 THEN
                DISPLAY "RC=08 - COPIA DE SEGURANCA INCOMPLETA: NAO "
                        "RODAR O FECHAMENTO SEM PONTO DE RECUPERACAO"
            END-IF.

       EXIBIR-UM-ARQUIVO.
            EVALUATE TRUE
                WHEN WS-BKC-COPIADO(WS-IDX)
                    MOVE "COPIADO"             TO WS-DS-SITUACAO
                WHEN WS-BKC-INEXISTENTE(WS-IDX)
                    MOVE "INEXISTENTE (VAZIO)" TO WS-DS-SITUACAO
                WHEN OTHER
                    MOVE "*** FALHOU ***"      TO WS-DS-SITUACAO
            END-EVALUATE
            MOVE WS-BKC-QTD(WS-IDX)   TO WS-ED-QTD
            MOVE WS-BKC-VALOR(WS-IDX) TO WS-ED-VALOR
            DISPLAY WS-BKC-NOME(WS-IDX) " " WS-DS-SITUACAO
            DISPLAY "   REGISTROS: " WS-ED-QTD
                    "  VALOR: " WS-ED-VALOR
            ADD 1 TO WS-IDX.
