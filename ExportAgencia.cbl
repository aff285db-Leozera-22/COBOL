      *                     e o CPF do registro mestre (campos novos
      *                     do CADASTRO), para a agencia localizar o
      *                     devedor.
      *   15/10/2026 - LO - Atraso e saldo devido deixam de ser
      *                     recalculados aqui: a exportacao percorre
      *                     a posicao da carteira gravada pelo
      *                     BATCHDIV (arquivo POSICAO) - vencimento
      *                     em aberto mais antigo, dias de atraso no
      *                     calendario de dias uteis e saldo com
      *                     juros da noite. Posicao incompleta ou
      *                     desatualizada (VALPOSIC) recusa a rodada
      *                     com RC 8, sem gerar remessa.
      *   15/10/2026 - LO - Controle REMESSAS passa a guardar os dias
      *                     de atraso e a faixa de aging da posicao
      *                     na data do envio, base da taxa de
      *                     comissao da agencia (COMAGENC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAGENC.
               RECORD KEY IS WS-TELEFONE-MESTRE
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT POSICAO ASSIGN TO "POSICAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-POS-CONTRATO
               FILE STATUS IS WS-FS-POSICAO.

           SELECT AGENCIA ASSIGN TO "AGENCIA"
               ORGANIZATION SEQUENTIAL
       FD  CADASTRO.
           COPY "copybooks/ClienteReg.cpy".

       FD  POSICAO.
           COPY "copybooks/PosicaoReg.cpy".

       FD  AGENCIA.
           COPY "copybooks/AgenciaEnvio.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO   PIC XX.
       77 WS-FS-POSICAO    PIC XX.
       77 WS-FS-AGENCIA    PIC XX.
       77 WS-SW-FIM        PIC X VALUE "N".
           88 WS-FIM-POSICAO VALUE "S".
       77 WS-SW-POS-ABERTO PIC X VALUE "N".
           88 WS-POSICAO-ABERTA VALUE "S".
       77 WS-SW-POS-VALIDA PIC X VALUE "N".
           88 WS-POSICAO-VALIDA VALUE "S".
       77 WS-SW-CAD-ABERTO PIC X VALUE "N".
           88 WS-CADASTRO-ABERTO VALUE "S".
       77 WS-DATA-SISTEMA  PIC 9(08).
       77 WS-QTD-ENVIADOS  PIC 9(05) VALUE 0.
       77 WS-FS-REMESSAS   PIC XX.
       77 WS-SW-FIM-RMS    PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM ABRIR-ARQUIVOS.

            IF WS-POSICAO-VALIDA THEN
                PERFORM GERAR-NUMERO-REMESSA
                PERFORM GRAVAR-HEADER-REMESSA

                PERFORM POSICIONAR-CONTRATOS
                PERFORM LER-PROXIMA-POSICAO
                PERFORM AVALIAR-CONTRATO UNTIL WS-FIM-POSICAO

                PERFORM GRAVAR-TRAILER-REMESSA

                MOVE WS-TOT-DEVIDO TO WS-ED-TOTAL
                DISPLAY "REMESSA " WS-NUM-REMESSA
                        " - CONTAS ENVIADAS A AGENCIA: "
                        WS-QTD-ENVIADOS
                        " - TOTAL DEVIDO: " WS-ED-TOTAL
                DISPLAY "CONTAS EM ATRASO RETIDAS SEM NOTIFICACAO "
                        "FINAL: " WS-QTD-SEM-NOTIF
                DISPLAY "CONTAS RETIDAS JA PENDENTES EM REMESSA "
                        "ANTERIOR: " WS-QTD-JA-PEND
            ELSE
                DISPLAY "REMESSA NAO GERADA - POSICAO DA CARTEIRA "
                        "RECUSADA"
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
                        "ELEGIVEL (RODE O NOTIFICA ATE A FAIXA FINAL)"
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
                PERFORM VERIFICAR-NOTIF-FINAL
                IF WS-NOTIF-FINAL-EMITIDA THEN
                    PERFORM VERIFICAR-PENDENCIA-ANTERIOR
                END-IF
            END-IF

            PERFORM LER-PROXIMA-POSICAO.

       VERIFICAR-PENDENCIA-ANTERIOR.
            MOVE "N"   TO WS-SW-PENDENTE
                AT END
                    SET WS-FIM-PESQUISA TO TRUE
                NOT AT END
                    IF WS-RMS-CONTRATO = WS-POS-CONTRATO AND
                          WS-RMS-ENVIADO THEN
                        SET WS-JA-PENDENTE TO TRUE
                    END-IF
       VERIFICAR-NOTIF-FINAL.
            MOVE "N" TO WS-SW-NOTIF-OK
            IF WS-CONTATOS-ABERTOS THEN
                MOVE WS-POS-TELEFONE TO WS-CTT-TELEFONE
                MOVE WS-POS-CONTRATO TO WS-CTT-CONTRATO
                MOVE 4               TO WS-CTT-FAIXA
                READ CONTATOS
                    INVALID KEY
       EXPORTAR-CONTRATO.
            SET WS-AGC-DETALHE        TO TRUE
            MOVE WS-NUM-REMESSA       TO WS-AGC-REMESSA
            MOVE WS-POS-TELEFONE      TO WS-AGC-TELEFONE
            MOVE WS-POS-CONTRATO      TO WS-AGC-CONTRATO
            PERFORM BUSCAR-NOME-CLIENTE
            COMPUTE WS-VLR-DEVIDO =
                    WS-POS-SALDO-ABERTO + WS-POS-JUROS
            MOVE WS-VLR-DEVIDO        TO WS-AGC-VLR-DEVIDO
            MOVE WS-POS-VENC-ABERTO   TO WS-AGC-DATA-VENCTO
            WRITE WS-REG-AGC-ENVIO
            PERFORM GRAVAR-CONTROLE-REMESSA
            ADD WS-VLR-DEVIDO TO WS-TOT-DEVIDO

       GRAVAR-CONTROLE-REMESSA.
            MOVE WS-NUM-REMESSA   TO WS-RMS-NUMERO
            MOVE WS-POS-CONTRATO  TO WS-RMS-CONTRATO
            MOVE WS-POS-TELEFONE  TO WS-RMS-TELEFONE
            MOVE WS-VLR-DEVIDO    TO WS-RMS-VLR-ENVIADO
            MOVE WS-DATA-SISTEMA  TO WS-RMS-DATA-ENVIO
            SET WS-RMS-ENVIADO    TO TRUE
            MOVE ZEROS            TO WS-RMS-DATA-CONFIRMA
            MOVE WS-POS-DIAS-ATRASO TO WS-RMS-DIAS-ATRASO
            MOVE WS-POS-FAIXA     TO WS-RMS-FAIXA
            WRITE WS-REG-REMESSA
                INVALID KEY
                    DISPLAY "CONTROLE DE REMESSA JA EXISTENTE PARA "
                            "O CONTRATO: " WS-POS-CONTRATO
            END-WRITE.

       BUSCAR-NOME-CLIENTE.
            MOVE ZEROS  TO WS-AGC-CEP
            MOVE ZEROS  TO WS-AGC-CPF
            IF WS-CADASTRO-ABERTO THEN
                MOVE WS-POS-TELEFONE TO WS-TELEFONE-MESTRE
                READ CADASTRO
                    INVALID KEY
                        CONTINUE
            END-IF.

       FECHAR-ARQUIVOS.
            IF WS-POSICAO-ABERTA THEN
                CLOSE POSICAO
            END-IF
            IF WS-CADASTRO-ABERTO THEN
                CLOSE CADASTRO
