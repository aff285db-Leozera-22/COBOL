      *                     conta a partir do primeiro dia util apos
      *                     o vencimento (CALL "PROXDIAU", arquivo
      *                     FERIADOS).
      *   15/10/2026 - LO - Atraso e faixa deixam de ser recalculados
      *                     aqui: o relatorio percorre a posicao da
      *                     carteira gravada pelo BATCHDIV (arquivo
      *                     POSICAO, um registro por contrato ativo),
      *                     com os rotulos das faixas montados dos
      *                     limites gravados no controle da posicao.
      *                     Posicao incompleta ou desatualizada
      *                     (VALPOSIC) recusa a rodada com RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO.
               RECORD KEY IS WS-TELEFONE-MESTRE
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT POSICAO ASSIGN TO "POSICAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-POS-CONTRATO
               FILE STATUS IS WS-FS-POSICAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
           COPY "copybooks/ClienteReg.cpy".

       FD  POSICAO.
           COPY "copybooks/PosicaoReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO   PIC XX.
       77 WS-FS-POSICAO    PIC XX.
       77 WS-SW-FIM        PIC X VALUE "N".
           88 WS-FIM-POSICAO VALUE "S".
       77 WS-SW-POS-ABERTO PIC X VALUE "N".
           88 WS-POSICAO-ABERTA VALUE "S".
       77 WS-SW-POS-VALIDA PIC X VALUE "N".
           88 WS-POSICAO-VALIDA VALUE "S".
       77 WS-SW-CAD-ABERTO PIC X VALUE "N".
           88 WS-CADASTRO-ABERTO VALUE "S".
       77 WS-DATA-SISTEMA  PIC 9(08).
       77 WS-FAIXA         PIC X(16).
       77 WS-FAIXA1-DIAS   PIC 9(03) VALUE 30.
       77 WS-FAIXA2-DIAS   PIC 9(03) VALUE 60.
       77 WS-FAIXA3-DIAS   PIC 9(03) VALUE 90.
       77 WS-DESC-FX1      PIC X(16).
       77 WS-DESC-FX2      PIC X(16).
       77 WS-DESC-FX3      PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRIR-ARQUIVOS.

            IF WS-POSICAO-VALIDA THEN
                PERFORM CARREGAR-FAIXAS-POSICAO

                DISPLAY "=========================================="
                DISPLAY " RELATORIO DE ATRASO - CARTEIRA DE CLIENTES"
                DISPLAY " POSICAO DE " WS-POS-DATA-REF
                DISPLAY "=========================================="

                PERFORM POSICIONAR-CONTRATOS
                PERFORM LER-PROXIMA-POSICAO
                PERFORM CLASSIFICAR-CONTRATO UNTIL WS-FIM-POSICAO

                PERFORM EXIBIR-TOTAIS
            ELSE
                DISPLAY "RELATORIO DE ATRASO NAO EMITIDO - POSICAO "
                        "DA CARTEIRA RECUSADA"
                MOVE 8 TO RETURN-CODE
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       ABRIR-ARQUIVOS.
            OPEN INPUT POSICAO.
            IF WS-FS-POSICAO = "00" THEN
                SET WS-POSICAO-ABERTA TO TRUE
                PERFORM VALIDAR-POSICAO
            ELSE
                DISPLAY "POSICAO DA CARTEIRA NAO ABRIU (STATUS "
                        WS-FS-POSICAO ") - RODAR O BATCHDIV"
            END-IF
            OPEN INPUT CADASTRO.
            IF WS-FS-CADASTRO = "00" THEN
                SET WS-CADASTRO-ABERTO TO TRUE
            END-IF.

       VALIDAR-POSICAO.
            MOVE ZEROS TO WS-POS-CONTRATO
            READ POSICAO
                INVALID KEY
                    MOVE ZEROS  TO WS-POS-DATA-REF
                    MOVE SPACES TO WS-POS-SITUACAO
            END-READ
            CALL "VALPOSIC" USING WS-POS-DATA-REF WS-POS-SITUACAO
                                  WS-DATA-SISTEMA WS-SW-POS-VALIDA.

       CARREGAR-FAIXAS-POSICAO.
            MOVE WS-POS-FAIXA1-DIAS TO WS-FAIXA1-DIAS
            MOVE WS-POS-FAIXA2-DIAS TO WS-FAIXA2-DIAS
            MOVE WS-POS-FAIXA3-DIAS TO WS-FAIXA3-DIAS
            PERFORM MONTAR-DESCRICOES-FAIXA.

       POSICIONAR-CONTRATOS.
            MOVE ZEROS TO WS-POS-CONTRATO
            START POSICAO KEY IS GREATER THAN WS-POS-CONTRATO
                INVALID KEY
                    SET WS-FIM-POSICAO TO TRUE
            END-START.

       LER-PROXIMA-POSICAO.
            IF NOT WS-FIM-POSICAO THEN
                READ POSICAO NEXT RECORD
                    AT END
                        SET WS-FIM-POSICAO TO TRUE
                END-READ
            END-IF.

       CLASSIFICAR-CONTRATO.
            EVALUATE WS-POS-FAIXA
                WHEN 0
                    MOVE "EM DIA"      TO WS-FAIXA
                    ADD 1 TO WS-QTD-ATUAL
                WHEN 1
                    MOVE WS-DESC-FX1   TO WS-FAIXA
                    ADD 1 TO WS-QTD-30
                WHEN 2
                    MOVE WS-DESC-FX2   TO WS-FAIXA
                    ADD 1 TO WS-QTD-60
                WHEN 3
                    MOVE WS-DESC-FX3   TO WS-FAIXA
                    ADD 1 TO WS-QTD-90
                WHEN OTHER

            PERFORM BUSCAR-NOME-CLIENTE

            DISPLAY WS-POS-CONTRATO     " "
                    WS-POS-TELEFONE     " "
                    WS-NOME-CLIENTE     " - "
                    WS-FAIXA " (" WS-POS-DIAS-ATRASO " DIAS)"

            PERFORM LER-PROXIMA-POSICAO.

       BUSCAR-NOME-CLIENTE.
            MOVE SPACES TO WS-NOME-CLIENTE
            IF WS-CADASTRO-ABERTO THEN
                MOVE WS-POS-TELEFONE TO WS-TELEFONE-MESTRE
                READ CADASTRO
                    INVALID KEY
                        MOVE "*SEM NOME*" TO WS-NOME-CLIENTE
                END-READ
            END-IF.

       MONTAR-DESCRICOES-FAIXA.
            MOVE SPACES TO WS-DESC-FX1
            MOVE WS-FAIXA1-DIAS TO WS-ED-FXA
            DISPLAY WS-DESC-FX4 " : "     WS-QTD-90-MAIS.

       FECHAR-ARQUIVOS.
            IF WS-POSICAO-ABERTA THEN
                CLOSE POSICAO
            END-IF
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
            END-IF.
