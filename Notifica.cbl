      *                     conta a partir do primeiro dia util apos
      *                     o vencimento (CALL "PROXDIAU", arquivo
      *                     FERIADOS).
      *   15/10/2026 - LO - Promessa de pagamento: contrato com
      *                     promessa pendente (arquivo PROMESSA,
      *                     gravado pelo PROMESSA) cuja data ainda
      *                     nao passou fica sem aviso nesta rodada.
      *   15/10/2026 - LO - Atraso, faixa e saldo deixam de ser
      *                     recalculados aqui: a regua percorre a
      *                     posicao da carteira gravada pelo BATCHDIV
      *                     (arquivo POSICAO), com os rotulos das
      *                     faixas montados dos limites gravados no
      *                     controle da posicao. Posicao incompleta
      *                     ou desatualizada (VALPOSIC) recusa a
      *                     rodada com RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.
               RECORD KEY IS WS-TELEFONE-MESTRE
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT POSICAO ASSIGN TO "POSICAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-POS-CONTRATO
               FILE STATUS IS WS-FS-POSICAO.

           SELECT CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION INDEXED
               RECORD KEY IS WS-CTT-CHAVE
               FILE STATUS IS WS-FS-CONTATOS.

           SELECT PROMESSA ASSIGN TO "PROMESSA"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-PRM-CHAVE
               ALTERNATE RECORD KEY IS WS-PRM-TELEFONE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-PROMESSA.

           SELECT NOTIFICAS ASSIGN TO "AVISOS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
       FD  CADASTRO.
           COPY "copybooks/ClienteReg.cpy".

       FD  POSICAO.
           COPY "copybooks/PosicaoReg.cpy".

       FD  CONTATOS.
           COPY "copybooks/ContatoReg.cpy".

       FD  PROMESSA.
           COPY "copybooks/PromessaReg.cpy".

       FD  NOTIFICAS.
       01  WS-LINHA-NOTIFICA   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-POSICAO     PIC XX.
       77 WS-FS-CONTATOS    PIC XX.
       77 WS-FS-NOTIFICAS   PIC XX.
       77 WS-SW-FIM         PIC X VALUE "N".
           88 WS-FIM-POSICAO VALUE "S".
       77 WS-SW-POS-ABERTO  PIC X VALUE "N".
           88 WS-POSICAO-ABERTA VALUE "S".
       77 WS-SW-POS-VALIDA  PIC X VALUE "N".
           88 WS-POSICAO-VALIDA VALUE "S".
       77 WS-SW-CAD-ABERTO  PIC X VALUE "N".
           88 WS-CADASTRO-ABERTO VALUE "S".
       77 WS-SW-CAD-ACHADO  PIC X VALUE "N".
           88 WS-CADASTRO-ACHADO VALUE "S".
       77 WS-SW-EMITIR      PIC X VALUE "N".
           88 WS-EMITIR-AVISO VALUE "S".
       77 WS-PARM-DIAS      PIC X(20).
       77 WS-ED-FXB         PIC ZZ9.
       77 WS-NUM-FXA        PIC 9(03).
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-DIAS-ULT-AVISO PIC S9(05).
       77 WS-FAIXA-NUM      PIC 9(01).
       77 WS-FAIXA-DESC     PIC X(16).
       77 WS-VLR-DEVIDO     PIC 9(08)V99.
       77 WS-ED-DEVIDO      PIC $$,$$$,$$9.99.
       77 WS-ED-DIAS        PIC ZZZZ9.
       77 WS-QTD-EMITIDAS   PIC 9(05) VALUE 0.
       77 WS-QTD-SUPRIMIDAS PIC 9(05) VALUE 0.
       77 WS-LINHA          PIC X(80).
       77 WS-FS-PROMESSA    PIC XX.
       77 WS-SW-PRM-ABERTO  PIC X VALUE "N".
           88 WS-PROMESSAS-ABERTAS VALUE "S".
       77 WS-SW-FIM-PRM     PIC X VALUE "N".
           88 WS-FIM-PROMESSAS VALUE "S".
       77 WS-SW-PROMESSA    PIC X VALUE "N".
           88 WS-PROMESSA-NO-PRAZO VALUE "S".
       77 WS-QTD-PROMESSA   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM ABRIR-ARQUIVOS.

            IF WS-POSICAO-VALIDA THEN
                PERFORM CARREGAR-FAIXAS-POSICAO
                PERFORM POSICIONAR-CONTRATOS
                PERFORM LER-PROXIMA-POSICAO
                PERFORM AVALIAR-CONTRATO UNTIL WS-FIM-POSICAO

                DISPLAY "NOTIFICACOES EMITIDAS: "   WS-QTD-EMITIDAS
                DISPLAY "NOTIFICACOES SUPRIMIDAS (DENTRO DO PRAZO DE "
                        "REENVIO): " WS-QTD-SUPRIMIDAS
                DISPLAY "NOTIFICACOES SUSPENSAS (PROMESSA DE "
                        "PAGAMENTO NO PRAZO): " WS-QTD-PROMESSA
            ELSE
                DISPLAY "NENHUMA NOTIFICACAO EMITIDA - POSICAO DA "
                        "CARTEIRA RECUSADA"
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
            END-IF
            OPEN I-O CONTATOS.
            IF WS-FS-CONTATOS = "35" THEN
                OPEN OUTPUT CONTATOS
                CLOSE CONTATOS
                OPEN I-O CONTATOS
            END-IF
            OPEN INPUT PROMESSA.
            IF WS-FS-PROMESSA = "00" THEN
                SET WS-PROMESSAS-ABERTAS TO TRUE
            END-IF
            OPEN OUTPUT NOTIFICAS.

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

       AVALIAR-CONTRATO.
            IF WS-POS-N-PG AND WS-POS-DIAS-ATRASO > 0 THEN
                PERFORM VERIFICAR-PROMESSA
                IF WS-PROMESSA-NO-PRAZO THEN
                    ADD 1 TO WS-QTD-PROMESSA
                ELSE
                    PERFORM NOTIFICAR-CONTRATO
                END-IF
            END-IF
            PERFORM LER-PROXIMA-POSICAO.

       NOTIFICAR-CONTRATO.
            PERFORM CLASSIFICAR-FAIXA
            PERFORM VERIFICAR-LOG-CONTATO
            IF WS-EMITIR-AVISO THEN
                PERFORM EMITIR-NOTIFICACAO
                PERFORM REGISTRAR-CONTATO
                ADD 1 TO WS-QTD-EMITIDAS
            ELSE
                ADD 1 TO WS-QTD-SUPRIMIDAS
            END-IF.

       CLASSIFICAR-FAIXA.
            EVALUATE WS-POS-FAIXA
                WHEN 0
                WHEN 1
                    MOVE 1 TO WS-FAIXA-NUM
                    MOVE WS-DESC-FX1 TO WS-FAIXA-DESC
                WHEN 2
                    MOVE 2 TO WS-FAIXA-NUM
                    MOVE WS-DESC-FX2 TO WS-FAIXA-DESC
                WHEN 3
                    MOVE 3 TO WS-FAIXA-NUM
                    MOVE WS-DESC-FX3 TO WS-FAIXA-DESC
                WHEN OTHER

       CARREGAR-PARAMETROS.
            MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
            MOVE "REENVIO"       TO WS-PAR-CODIGO
            MOVE WS-DIAS-REENVIO TO WS-PAR-VALOR
            PERFORM BUSCAR-PARAMETRO
            MOVE WS-PAR-VALOR    TO WS-DIAS-REENVIO.

       BUSCAR-PARAMETRO.
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF

       VERIFICAR-LOG-CONTATO.
            MOVE "N" TO WS-SW-EMITIR
            MOVE WS-POS-TELEFONE TO WS-CTT-TELEFONE
            MOVE WS-POS-CONTRATO TO WS-CTT-CONTRATO
            MOVE WS-FAIXA-NUM    TO WS-CTT-FAIXA
            READ CONTATOS
                INVALID KEY
                    END-IF
            END-READ.

       VERIFICAR-PROMESSA.
            MOVE "N" TO WS-SW-PROMESSA
            MOVE "N" TO WS-SW-FIM-PRM
            IF NOT WS-PROMESSAS-ABERTAS THEN
                SET WS-FIM-PROMESSAS TO TRUE
            ELSE
                MOVE WS-POS-CONTRATO TO WS-PRM-CONTRATO
                MOVE ZEROS         TO WS-PRM-SEQ
                START PROMESSA KEY IS GREATER THAN WS-PRM-CHAVE
                    INVALID KEY
                        SET WS-FIM-PROMESSAS TO TRUE
                END-START
            END-IF
            PERFORM LER-PROXIMA-PROMESSA
            PERFORM AVALIAR-PROMESSA UNTIL WS-FIM-PROMESSAS.

       LER-PROXIMA-PROMESSA.
            IF NOT WS-FIM-PROMESSAS THEN
                READ PROMESSA NEXT RECORD
                    AT END
                        SET WS-FIM-PROMESSAS TO TRUE
                END-READ
                IF NOT WS-FIM-PROMESSAS AND
                      WS-PRM-CONTRATO NOT = WS-POS-CONTRATO THEN
                    SET WS-FIM-PROMESSAS TO TRUE
                END-IF
            END-IF.

       AVALIAR-PROMESSA.
            IF WS-PRM-PENDENTE AND
                  WS-PRM-DATA-PROMESSA >= WS-DATA-SISTEMA THEN
                SET WS-PROMESSA-NO-PRAZO TO TRUE
            END-IF
            PERFORM LER-PROXIMA-PROMESSA.

       REGISTRAR-CONTATO.
            MOVE WS-POS-TELEFONE TO WS-CTT-TELEFONE
            MOVE WS-POS-CONTRATO TO WS-CTT-CONTRATO
            MOVE WS-FAIXA-NUM    TO WS-CTT-FAIXA
            READ CONTATOS
                INVALID KEY
       EMITIR-NOTIFICACAO.
            PERFORM BUSCAR-NOME-CLIENTE
            COMPUTE WS-VLR-DEVIDO =
                    WS-POS-SALDO-ABERTO + WS-POS-JUROS
            MOVE WS-VLR-DEVIDO      TO WS-ED-DEVIDO
            MOVE WS-POS-DIAS-ATRASO TO WS-ED-DIAS

            MOVE ALL "=" TO WS-LINHA
            WRITE WS-LINHA-NOTIFICA FROM WS-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "TELEFONE: " WS-POS-TELEFONE
                   "  CONTRATO: " WS-POS-CONTRATO
                   "  FAIXA: " WS-FAIXA-DESC
                   DELIMITED BY SIZE INTO WS-LINHA
            WRITE WS-LINHA-NOTIFICA FROM WS-LINHA
            MOVE SPACES TO WS-NOME-CLIENTE
            MOVE "N"    TO WS-SW-CAD-ACHADO
            IF WS-CADASTRO-ABERTO THEN
                MOVE WS-POS-TELEFONE TO WS-TELEFONE-MESTRE
                READ CADASTRO
                    INVALID KEY
                        MOVE "CLIENTE" TO WS-NOME-CLIENTE
            END-IF.

       FECHAR-ARQUIVOS.
            IF WS-POSICAO-ABERTA THEN
                CLOSE POSICAO
            END-IF
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            IF WS-PROMESSAS-ABERTAS THEN
                CLOSE PROMESSA
            END-IF
            CLOSE CONTATOS.
            CLOSE NOTIFICAS.
