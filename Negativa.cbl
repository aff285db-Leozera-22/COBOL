      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: LOTE DE NEGATIVACAO NO BIRO DE CREDITO. EM UMA PASSADA
      *          NO CONTROLE SITBIRO, ENVIA A EXCLUSAO (ARQUIVO
      *          EXCLBIRO) DE TODO CONTRATO COM EXCLUSAO PENDENTE ("E",
      *          MARCADA PELO MARCANEG QUANDO A DIVIDA E QUITADA,
      *          RENEGOCIADA OU BAIXADA COMO PERDA) E DE TODO CONTRATO
      *          INCLUIDO CUJA DIVIDA JA NAO ESTA EM ABERTO NO
      *          CONTRATOS (ENCERRADA SEM PASSAR PELO MARCANEG - PRAZO
      *          CONTADO DA DATA DO LOTE). EM SEGUIDA, PERCORRE OS
      *          CONTRATOS DA POSICAO DA CARTEIRA (POSICAO, GRAVADA
      *          PELO BATCHDIV) E ENVIA A INCLUSAO (ARQUIVO INCLBIRO)
      *          DE TODO CONTRATO EM ABERTO NA FAIXA 4 DE ATRASO CUJA
      *          NOTIFICACAO FINAL (FAIXA 4) JA CONSTA DO LOG CONTATOS
      *          E QUE AINDA NAO ESTA NEGATIVADO, COM CPF, NOME E
      *          ENDERECO DO CADASTRO. O CONTRATO E RELIDO NO
      *          CONTRATOS: QUEM SAIU DO ABERTO DEPOIS DA POSICAO NAO
      *          E INCLUIDO.
      *          RELATORIO NEGREL: EXCLUSOES ENVIADAS APOS A DATA
      *          LIMITE LEGAL (DIAS UTEIS, CALENDARIO FERIADOS),
      *          CONTRATOS NAO INCLUIDOS POR FALTA DE CPF E RESUMO.
      *          RETURN-CODE: 8 SEM CONTRATOS OU COM A POSICAO DA
      *          CARTEIRA RECUSADA (VALPOSIC - AS EXCLUSOES SAEM, AS
      *          INCLUSOES NAO), 4 COM EXCLUSAO FORA DO PRAZO OU
      *          CONTRATO SEM CPF.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      *   15/10/2026 - LO - Inclusoes selecionadas pela posicao da
      *                     carteira (faixa 4 do BATCHDIV) no lugar
      *                     de recalcular o atraso; posicao recusada
      *                     pelo VALPOSIC nao inclui ninguem (RC 8).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.
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

           SELECT POSICAO ASSIGN TO "POSICAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-POS-CONTRATO
               FILE STATUS IS WS-FS-POSICAO.

           SELECT CONTATOS ASSIGN TO "CONTATOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-CTT-CHAVE
               FILE STATUS IS WS-FS-CONTATOS.

           SELECT SITBIRO ASSIGN TO "SITBIRO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-SBR-CONTRATO
               FILE STATUS IS WS-FS-SITBIRO.

           SELECT INCLBIRO ASSIGN TO "INCLBIRO"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-INCLBIRO.

           SELECT EXCLBIRO ASSIGN TO "EXCLBIRO"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCLBIRO.

           SELECT NEGREL ASSIGN TO "NEGREL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-NEGREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO.
           COPY "copybooks/ClienteReg.cpy".

       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  POSICAO.
           COPY "copybooks/PosicaoReg.cpy".

       FD  CONTATOS.
           COPY "copybooks/ContatoReg.cpy".

       FD  SITBIRO.
           COPY "copybooks/SitBiroReg.cpy".

       FD  INCLBIRO.
       01  WS-REG-INCLUSAO     PIC X(134).

       FD  EXCLBIRO.
       01  WS-REG-EXCLUSAO     PIC X(134).

       FD  NEGREL.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "copybooks/BiroEnvio.cpy".
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-POSICAO     PIC XX.
       77 WS-FS-CONTATOS    PIC XX.
       77 WS-FS-SITBIRO     PIC XX.
       77 WS-FS-INCLBIRO    PIC XX.
       77 WS-FS-EXCLBIRO    PIC XX.
       77 WS-FS-NEGREL      PIC XX.
       77 WS-SW-ABERTO      PIC X VALUE "N".
           88 WS-ARQUIVOS-ABERTOS VALUE "S".
       77 WS-SW-CAD-ABERTO  PIC X VALUE "N".
           88 WS-CADASTRO-ABERTO VALUE "S".
       77 WS-SW-POS-ABERTO  PIC X VALUE "N".
           88 WS-POSICAO-ABERTA VALUE "S".
       77 WS-SW-POS-VALIDA  PIC X VALUE "N".
           88 WS-POSICAO-VALIDA VALUE "S".
       77 WS-SW-FIM-POS     PIC X VALUE "N".
           88 WS-FIM-POSICAO VALUE "S".
       77 WS-SW-CTT-ABERTO  PIC X VALUE "N".
           88 WS-CONTATOS-ABERTOS VALUE "S".
       77 WS-SW-FIM-SBR     PIC X VALUE "N".
           88 WS-FIM-SITBIRO VALUE "S".
       77 WS-SW-NOTIF-OK    PIC X VALUE "N".
           88 WS-NOTIF-FINAL-EMITIDA VALUE "S".
       77 WS-SW-SBR-EXISTE  PIC X VALUE "N".
           88 WS-SITBIRO-EXISTE VALUE "S".
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-PRAZO-EXCL     PIC 9(03) VALUE 5.
       77 WS-DATA-CONTA     PIC 9(08).
       77 WS-DATA-PROXIMA   PIC 9(08).
       77 WS-DIA-INTEIRO    PIC 9(08).
       77 WS-NUM-LOTE       PIC 9(05).
       77 WS-VLR-DEVIDO     PIC 9(08)V99.
       77 WS-QTD-INCLUIDOS  PIC 9(05) VALUE 0.
       77 WS-TOT-INCLUIDO   PIC 9(11)V99 VALUE 0.
       77 WS-QTD-EXCLUIDOS  PIC 9(05) VALUE 0.
       77 WS-TOT-EXCLUIDO   PIC 9(11)V99 VALUE 0.
       77 WS-QTD-DETECTADOS PIC 9(05) VALUE 0.
       77 WS-QTD-FORA-PRAZO PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-CPF    PIC 9(05) VALUE 0.
       77 WS-QTD-JA-NEGAT   PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-NOTIF  PIC 9(05) VALUE 0.
       77 WS-QTD-MUDARAM    PIC 9(05) VALUE 0.
       77 WS-LINHA          PIC X(80).
       77 WS-ED-VALOR       PIC $$,$$$,$$9.99.
       77 WS-ED-TOTAL       PIC $$$,$$$,$$9.99.
       77 WS-PAR-CODIGO     PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-PAR-VALOR      PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM CARREGAR-PARAMETROS.

            PERFORM ABRIR-ARQUIVOS.
            IF NOT WS-ARQUIVOS-ABERTOS THEN
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM GERAR-NUMERO-LOTE.
            PERFORM GRAVAR-HEADERS.
            PERFORM ESCREVER-CABECALHO.

            PERFORM PROCESSAR-EXCLUSOES.
            PERFORM PROCESSAR-INCLUSOES.

            PERFORM GRAVAR-TRAILERS.
            PERFORM ESCREVER-RESUMO.

            IF WS-QTD-FORA-PRAZO > 0 OR WS-QTD-SEM-CPF > 0 THEN
                PERFORM AVISAR-RETORNO
            END-IF
            IF NOT WS-POSICAO-VALIDA THEN
                DISPLAY "INCLUSOES NAO EXECUTADAS - POSICAO DA "
                        "CARTEIRA RECUSADA"
                MOVE 8 TO RETURN-CODE
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       AVISAR-RETORNO.
            IF RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.

       CARREGAR-PARAMETROS.
            MOVE WS-DATA-SISTEMA TO WS-PAR-DATA-REF
            MOVE "PRAZOEXC"      TO WS-PAR-CODIGO
            MOVE WS-PRAZO-EXCL   TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR    TO WS-PRAZO-EXCL.

       ABRIR-ARQUIVOS.
            OPEN INPUT CONTRATOS.
            IF WS-FS-CONTRATOS = "00" THEN
                SET WS-ARQUIVOS-ABERTOS TO TRUE
            ELSE
                DISPLAY "CONTRATOS INEXISTENTE OU VAZIO - LOTE DE "
                        "NEGATIVACAO NAO EXECUTADO"
            END-IF
            IF WS-ARQUIVOS-ABERTOS THEN
                OPEN INPUT CADASTRO
                IF WS-FS-CADASTRO = "00" THEN
                    SET WS-CADASTRO-ABERTO TO TRUE
                END-IF
                OPEN INPUT POSICAO
                IF WS-FS-POSICAO = "00" THEN
                    SET WS-POSICAO-ABERTA TO TRUE
                    PERFORM VALIDAR-POSICAO
                ELSE
                    DISPLAY "POSICAO DA CARTEIRA NAO ABRIU (STATUS "
                            WS-FS-POSICAO ") - RODAR O BATCHDIV"
                END-IF
                OPEN INPUT CONTATOS
                IF WS-FS-CONTATOS = "00" THEN
                    SET WS-CONTATOS-ABERTOS TO TRUE
                ELSE
                    DISPLAY "LOG DE CONTATOS INEXISTENTE - NENHUMA "
                            "INCLUSAO (RODE O NOTIFICA ATE A FAIXA "
                            "FINAL)"
                END-IF
                OPEN I-O SITBIRO
                IF WS-FS-SITBIRO = "35" THEN
                    OPEN OUTPUT SITBIRO
                    CLOSE SITBIRO
                    OPEN I-O SITBIRO
                END-IF
                OPEN OUTPUT INCLBIRO
                OPEN OUTPUT EXCLBIRO
                OPEN OUTPUT NEGREL
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

       ESCREVER-LINHA.
            DISPLAY WS-LINHA
            WRITE WS-LINHA-REL FROM WS-LINHA.

       ESCREVER-CABECALHO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " NEGATIVACAO NO BIRO DE CREDITO - LOTE "
                   WS-NUM-LOTE " DE " WS-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       GERAR-NUMERO-LOTE.
            MOVE ZEROS TO WS-NUM-LOTE
            MOVE "N"   TO WS-SW-FIM-SBR
            MOVE ZEROS TO WS-SBR-CONTRATO
            START SITBIRO KEY IS GREATER THAN WS-SBR-CONTRATO
                INVALID KEY
                    SET WS-FIM-SITBIRO TO TRUE
            END-START
            PERFORM GUARDAR-ULTIMO-LOTE UNTIL WS-FIM-SITBIRO
            ADD 1 TO WS-NUM-LOTE.

       GUARDAR-ULTIMO-LOTE.
            READ SITBIRO NEXT RECORD
                AT END
                    SET WS-FIM-SITBIRO TO TRUE
                NOT AT END
                    IF WS-SBR-LOTE-INCLUSAO > WS-NUM-LOTE THEN
                        MOVE WS-SBR-LOTE-INCLUSAO TO WS-NUM-LOTE
                    END-IF
                    IF WS-SBR-LOTE-EXCLUSAO > WS-NUM-LOTE THEN
                        MOVE WS-SBR-LOTE-EXCLUSAO TO WS-NUM-LOTE
                    END-IF
            END-READ.

       GRAVAR-HEADERS.
            MOVE SPACES TO WS-REG-BIRO-ENVIO
            SET WS-BIR-HEADER    TO TRUE
            MOVE WS-NUM-LOTE     TO WS-BIR-LOTE
            MOVE WS-DATA-SISTEMA TO WS-BIR-DATA-GERACAO
            MOVE ZEROS           TO WS-BIR-QTD-REGISTROS
            MOVE ZEROS           TO WS-BIR-TOTAL-VALOR
            SET WS-BIR-INCLUSAO  TO TRUE
            WRITE WS-REG-INCLUSAO FROM WS-REG-BIRO-ENVIO
            SET WS-BIR-EXCLUSAO  TO TRUE
            WRITE WS-REG-EXCLUSAO FROM WS-REG-BIRO-ENVIO.

       GRAVAR-TRAILERS.
            MOVE SPACES TO WS-REG-BIRO-ENVIO
            SET WS-BIR-TRAILER   TO TRUE
            MOVE WS-NUM-LOTE     TO WS-BIR-LOTE
            MOVE WS-DATA-SISTEMA TO WS-BIR-DATA-GERACAO
            SET WS-BIR-INCLUSAO  TO TRUE
            MOVE WS-QTD-INCLUIDOS TO WS-BIR-QTD-REGISTROS
            MOVE WS-TOT-INCLUIDO  TO WS-BIR-TOTAL-VALOR
            WRITE WS-REG-INCLUSAO FROM WS-REG-BIRO-ENVIO
            SET WS-BIR-EXCLUSAO  TO TRUE
            MOVE WS-QTD-EXCLUIDOS TO WS-BIR-QTD-REGISTROS
            MOVE WS-TOT-EXCLUIDO  TO WS-BIR-TOTAL-VALOR
            WRITE WS-REG-EXCLUSAO FROM WS-REG-BIRO-ENVIO.

      ******************************************************************
      * EXCLUSOES - TODO CONTRATO COM EXCLUSAO PENDENTE SAI NO LOTE.
      * CONTRATO AINDA "I" CUJA DIVIDA JA FOI ENCERRADA POR OUTRO
      * CAMINHO (VERIFICA, FECHAMENTO NOTURNO) E MARCADO AQUI, COM O
      * PRAZO CONTADO A PARTIR DA DATA DO LOTE
      ******************************************************************
       PROCESSAR-EXCLUSOES.
            MOVE SPACES TO WS-LINHA
            MOVE "EXCLUSOES ENVIADAS APOS O PRAZO LEGAL:" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "  CONTRATO CPF         EVENTO   LIMITE   ENVIO    MOT"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "N"   TO WS-SW-FIM-SBR
            MOVE ZEROS TO WS-SBR-CONTRATO
            START SITBIRO KEY IS GREATER THAN WS-SBR-CONTRATO
                INVALID KEY
                    SET WS-FIM-SITBIRO TO TRUE
            END-START
            PERFORM LER-PROXIMO-SITBIRO
            PERFORM AVALIAR-SITUACAO UNTIL WS-FIM-SITBIRO
            IF WS-QTD-FORA-PRAZO = 0 THEN
                MOVE "  NENHUMA" TO WS-LINHA
                PERFORM ESCREVER-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       LER-PROXIMO-SITBIRO.
            IF NOT WS-FIM-SITBIRO THEN
                READ SITBIRO NEXT RECORD
                    AT END
                        SET WS-FIM-SITBIRO TO TRUE
                END-READ
            END-IF.

       AVALIAR-SITUACAO.
            IF WS-SBR-INCLUIDO THEN
                PERFORM CONFERIR-CONTRATO-INCLUIDO
            END-IF
            IF WS-SBR-EXCL-PENDENTE THEN
                PERFORM ENVIAR-EXCLUSAO
            END-IF
            PERFORM LER-PROXIMO-SITBIRO.

       CONFERIR-CONTRATO-INCLUIDO.
            MOVE WS-SBR-CONTRATO TO WS-CTR-NUMERO
            READ CONTRATOS
                INVALID KEY
                    MOVE "Q" TO WS-SBR-MOTIVO-EXCL
                    PERFORM MARCAR-EXCLUSAO-LOTE
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN WS-CTR-PG
                            MOVE "Q" TO WS-SBR-MOTIVO-EXCL
                            PERFORM MARCAR-EXCLUSAO-LOTE
                        WHEN WS-CTR-RENEG
                            MOVE "A" TO WS-SBR-MOTIVO-EXCL
                            PERFORM MARCAR-EXCLUSAO-LOTE
                        WHEN WS-CTR-PERDA
                            MOVE "P" TO WS-SBR-MOTIVO-EXCL
                            PERFORM MARCAR-EXCLUSAO-LOTE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

       MARCAR-EXCLUSAO-LOTE.
            MOVE WS-DATA-SISTEMA TO WS-DATA-CONTA
            PERFORM SOMAR-DIA-UTIL WS-PRAZO-EXCL TIMES
            SET WS-SBR-EXCL-PENDENTE TO TRUE
            MOVE WS-DATA-SISTEMA TO WS-SBR-DATA-EVENTO
            MOVE WS-DATA-CONTA   TO WS-SBR-DATA-LIMITE
            ADD 1 TO WS-QTD-DETECTADOS.

       SOMAR-DIA-UTIL.
            COMPUTE WS-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-CONTA) + 1
            COMPUTE WS-DATA-PROXIMA =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
            CALL "PROXDIAU" USING WS-DATA-PROXIMA WS-DATA-CONTA.

       ENVIAR-EXCLUSAO.
            MOVE SPACES TO WS-REG-BIRO-ENVIO
            SET WS-BIR-DETALHE        TO TRUE
            SET WS-BIR-EXCLUSAO       TO TRUE
            MOVE WS-NUM-LOTE          TO WS-BIR-LOTE
            MOVE WS-SBR-TELEFONE      TO WS-TELEFONE-MESTRE
            PERFORM BUSCAR-DEVEDOR
            MOVE WS-SBR-CPF           TO WS-BIR-CPF
            MOVE WS-SBR-CONTRATO      TO WS-BIR-CONTRATO
            MOVE WS-SBR-VLR-INCLUIDO  TO WS-BIR-VALOR
            MOVE WS-SBR-DATA-VENCTO   TO WS-BIR-DATA-VENCTO
            MOVE WS-SBR-MOTIVO-EXCL   TO WS-BIR-MOTIVO-EXCL
            WRITE WS-REG-EXCLUSAO FROM WS-REG-BIRO-ENVIO

            SET WS-SBR-EXCLUIDO       TO TRUE
            MOVE WS-DATA-SISTEMA      TO WS-SBR-DATA-EXCLUSAO
            MOVE WS-NUM-LOTE          TO WS-SBR-LOTE-EXCLUSAO
            REWRITE WS-REG-SITBIRO
            ADD 1 TO WS-QTD-EXCLUIDOS
            ADD WS-SBR-VLR-INCLUIDO TO WS-TOT-EXCLUIDO

            IF WS-DATA-SISTEMA > WS-SBR-DATA-LIMITE THEN
                MOVE SPACES TO WS-LINHA
                STRING "  " WS-SBR-CONTRATO " " WS-SBR-CPF
                       " " WS-SBR-DATA-EVENTO " " WS-SBR-DATA-LIMITE
                       " " WS-SBR-DATA-EXCLUSAO " " WS-SBR-MOTIVO-EXCL
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                ADD 1 TO WS-QTD-FORA-PRAZO
            END-IF.

      ******************************************************************
      * INCLUSOES - CONTRATO EM ABERTO NA FAIXA 4 DA POSICAO DA
      * CARTEIRA (ATRASO E FAIXA APURADOS PELO BATCHDIV), AINDA EM
      * ABERTO NO CONTRATOS, COM A NOTIFICACAO FINAL JA GRAVADA NO
      * CONTATOS E AINDA NAO NEGATIVADO
      ******************************************************************
       PROCESSAR-INCLUSOES.
            MOVE "CONTRATOS NA FAIXA 4 NAO INCLUIDOS POR FALTA DE CPF:"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            IF WS-POSICAO-VALIDA THEN
                MOVE "N"   TO WS-SW-FIM-POS
                MOVE ZEROS TO WS-POS-CONTRATO
                START POSICAO KEY IS GREATER THAN WS-POS-CONTRATO
                    INVALID KEY
                        SET WS-FIM-POSICAO TO TRUE
                END-START
                PERFORM LER-PROXIMA-POSICAO
                PERFORM AVALIAR-CONTRATO UNTIL WS-FIM-POSICAO
                IF WS-QTD-SEM-CPF = 0 THEN
                    MOVE "  NENHUM" TO WS-LINHA
                    PERFORM ESCREVER-LINHA
                END-IF
            ELSE
                MOVE "  INCLUSOES NAO EXECUTADAS - POSICAO DA CARTEIRA "
                   & "RECUSADA" TO WS-LINHA
                PERFORM ESCREVER-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       LER-PROXIMA-POSICAO.
            IF NOT WS-FIM-POSICAO THEN
                READ POSICAO NEXT RECORD
                    AT END
                        SET WS-FIM-POSICAO TO TRUE
                END-READ
            END-IF.

       AVALIAR-CONTRATO.
            IF WS-POS-N-PG AND WS-POS-FAIXA = 4 THEN
                PERFORM RELER-CONTRATO
            END-IF
            PERFORM LER-PROXIMA-POSICAO.

       RELER-CONTRATO.
            MOVE WS-POS-CONTRATO TO WS-CTR-NUMERO
            READ CONTRATOS
                INVALID KEY
                    MOVE SPACES TO WS-CTR-STS-DIVIDA
            END-READ
            IF WS-CTR-N-PG THEN
                PERFORM VERIFICAR-NOTIF-FINAL
                IF WS-NOTIF-FINAL-EMITIDA THEN
                    PERFORM VERIFICAR-SITUACAO-BIRO
                ELSE
                    ADD 1 TO WS-QTD-SEM-NOTIF
                END-IF
            ELSE
                ADD 1 TO WS-QTD-MUDARAM
            END-IF.

       VERIFICAR-NOTIF-FINAL.
            MOVE "N" TO WS-SW-NOTIF-OK
            IF WS-CONTATOS-ABERTOS THEN
                MOVE WS-CTR-TELEFONE TO WS-CTT-TELEFONE
                MOVE WS-CTR-NUMERO   TO WS-CTT-CONTRATO
                MOVE 4               TO WS-CTT-FAIXA
                READ CONTATOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-NOTIF-FINAL-EMITIDA TO TRUE
                END-READ
            END-IF.

       VERIFICAR-SITUACAO-BIRO.
            MOVE "N" TO WS-SW-SBR-EXISTE
            MOVE WS-CTR-NUMERO TO WS-SBR-CONTRATO
            READ SITBIRO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-SITBIRO-EXISTE TO TRUE
            END-READ
            IF WS-SITBIRO-EXISTE AND WS-SBR-NEGATIVADO THEN
                ADD 1 TO WS-QTD-JA-NEGAT
            ELSE
                PERFORM ENVIAR-INCLUSAO
            END-IF.

       ENVIAR-INCLUSAO.
            MOVE SPACES TO WS-REG-BIRO-ENVIO
            SET WS-BIR-DETALHE        TO TRUE
            SET WS-BIR-INCLUSAO       TO TRUE
            MOVE WS-NUM-LOTE          TO WS-BIR-LOTE
            MOVE WS-CTR-TELEFONE      TO WS-TELEFONE-MESTRE
            PERFORM BUSCAR-DEVEDOR
            COMPUTE WS-VLR-DEVIDO =
                    (WS-CTR-QTD-PARC - WS-CTR-PARC-PGS)
                  * WS-CTR-VLR-PARC + WS-CTR-JUROS
            IF WS-BIR-CPF = ZEROS THEN
                MOVE WS-VLR-DEVIDO TO WS-ED-VALOR
                MOVE SPACES TO WS-LINHA
                STRING "  CONTRATO " WS-CTR-NUMERO
                       " TEL " WS-CTR-TELEFONE
                       " DEVIDO " WS-ED-VALOR
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                ADD 1 TO WS-QTD-SEM-CPF
            ELSE
                MOVE WS-CTR-NUMERO        TO WS-BIR-CONTRATO
                MOVE WS-VLR-DEVIDO        TO WS-BIR-VALOR
                MOVE WS-CTR-DATA-VENCTO   TO WS-BIR-DATA-VENCTO
                WRITE WS-REG-INCLUSAO FROM WS-REG-BIRO-ENVIO
                PERFORM GRAVAR-SITUACAO-INCLUIDO
                ADD 1 TO WS-QTD-INCLUIDOS
                ADD WS-VLR-DEVIDO TO WS-TOT-INCLUIDO
            END-IF.

       GRAVAR-SITUACAO-INCLUIDO.
            MOVE WS-CTR-NUMERO      TO WS-SBR-CONTRATO
            MOVE WS-CTR-TELEFONE    TO WS-SBR-TELEFONE
            MOVE WS-BIR-CPF         TO WS-SBR-CPF
            MOVE WS-VLR-DEVIDO      TO WS-SBR-VLR-INCLUIDO
            MOVE WS-CTR-DATA-VENCTO TO WS-SBR-DATA-VENCTO
            SET WS-SBR-INCLUIDO     TO TRUE
            MOVE WS-DATA-SISTEMA    TO WS-SBR-DATA-INCLUSAO
            MOVE WS-NUM-LOTE        TO WS-SBR-LOTE-INCLUSAO
            MOVE SPACE              TO WS-SBR-MOTIVO-EXCL
            MOVE ZEROS              TO WS-SBR-DATA-EVENTO
            MOVE ZEROS              TO WS-SBR-DATA-LIMITE
            MOVE ZEROS              TO WS-SBR-DATA-EXCLUSAO
            MOVE ZEROS              TO WS-SBR-LOTE-EXCLUSAO
            IF WS-SITBIRO-EXISTE THEN
                REWRITE WS-REG-SITBIRO
            ELSE
                WRITE WS-REG-SITBIRO
            END-IF.

       BUSCAR-DEVEDOR.
            MOVE SPACES TO WS-BIR-NOME
            MOVE SPACES TO WS-BIR-LOGRADOURO
            MOVE SPACES TO WS-BIR-CIDADE
            MOVE SPACES TO WS-BIR-UF
            MOVE ZEROS  TO WS-BIR-CEP
            MOVE ZEROS  TO WS-BIR-CPF
            IF WS-CADASTRO-ABERTO THEN
                READ CADASTRO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE WS-NOME-COMPLETO-MESTRE TO WS-BIR-NOME
                        MOVE WS-END-LOGRADOURO TO WS-BIR-LOGRADOURO
                        MOVE WS-END-CIDADE     TO WS-BIR-CIDADE
                        MOVE WS-END-UF         TO WS-BIR-UF
                        MOVE WS-END-CEP        TO WS-BIR-CEP
                        MOVE WS-CPF-MESTRE     TO WS-BIR-CPF
                END-READ
            END-IF.

       ESCREVER-RESUMO.
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-INCLUIDO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "INCLUSOES ENVIADAS ............: " WS-QTD-INCLUIDOS
                   " - " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "JA NEGATIVADOS (NAO REENVIADOS): " WS-QTD-JA-NEGAT
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "FAIXA 4 SEM NOTIFICACAO FINAL .: " WS-QTD-SEM-NOTIF
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "FAIXA 4 SEM CPF NO CADASTRO ...: " WS-QTD-SEM-CPF
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "FAIXA 4 ENCERRADA APOS POSICAO : " WS-QTD-MUDARAM
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-EXCLUIDO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "EXCLUSOES ENVIADAS ............: " WS-QTD-EXCLUIDOS
                   " - " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - ENCERRADAS FORA DO MARCANEG: " WS-QTD-DETECTADOS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - APOS O PRAZO LEGAL ........: " WS-QTD-FORA-PRAZO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       FECHAR-ARQUIVOS.
            CLOSE CONTRATOS.
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
            END-IF
            IF WS-CONTATOS-ABERTOS THEN
                CLOSE CONTATOS
            END-IF
            IF WS-POSICAO-ABERTA THEN
                CLOSE POSICAO
            END-IF
            CLOSE SITBIRO.
            CLOSE INCLBIRO.
            CLOSE EXCLBIRO.
            CLOSE NEGREL.
