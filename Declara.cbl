      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI
      *          12.007/2009) - LOTE DE FIM DE ANO. PERCORRE O
      *          CADASTRO E, PARA CADA CLIENTE, OS SEUS CONTRATOS
      *          (CONTRATOS), O PLANO DE PARCELAS (PARCELAS) E O RAZAO
      *          (PAGTOS), E EMITE A DECLARACAO (ARQUIVO DECLIMP) COM
      *          NOME COMPLETO, ENDERECO E CPF DO CADASTRO PARA TODO
      *          CLIENTE QUE QUITOU TODAS AS PARCELAS COM VENCIMENTO NO
      *          ANO DE REFERENCIA.
      *          REGRA DA QUITACAO, PARCELA A PARCELA DO ANO:
      *            - PARCELA PAGA ("P") SO VALE COM AO MENOS UM
      *              LANCAMENTO NORMAL ("N") NO RAZAO PARA ELA;
      *              LANCAMENTO ESTORNADO ("E") E O CONTRA-LANCAMENTO
      *              ("R") SAO IGNORADOS, E A RECUPERACAO DE PERDA
      *              ("V") NAO QUITA PARCELA;
      *            - PARCELA EM ABERTO RETEM O CLIENTE;
      *            - CONTRATO BAIXADO COMO PERDA ("P") COM PARCELA DO
      *              ANO NAO PAGA (EM ABERTO OU CANCELADA NA BAIXA)
      *              RETEM O CLIENTE;
      *            - CONTRATO RENEGOCIADO ("R") COM PARCELA DO ANO
      *              CANCELADA NO ACORDO: A DIVIDA DO ANO SEGUIU NO
      *              CONTRATO NOVO (ACORDOS) E SO CONTA COMO QUITADA
      *              QUANDO O CONTRATO DO ACORDO ESTA PAGO ("S");
      *              COM O ACORDO EM ABERTO O CLIENTE FICA RETIDO;
      *            - CONTRATO SEM PLANO DE PARCELAS: EM ABERTO OU
      *              PERDA COM VENCIMENTO ATE O FIM DO ANO RETEM O
      *              CLIENTE, RENEGOCIADO SEGUE A REGRA DO ACORDO.
      *          CLIENTE SEM PARCELA NO ANO NAO RECEBE DECLARACAO.
      *          CLIENTE QUITADO SEM CPF OU SEM ENDERECO NO CADASTRO
      *          FICA RETIDO ATE O CADASTRO SER COMPLETADO (CLIMANT).
      *          O RELATORIO DECLREL LISTA OS CLIENTES RETIDOS COM O
      *          MOTIVO E O RESUMO DO LOTE.
      *          O CONTROLE DECLCTRL GUARDA CADA DECLARACAO EMITIDA
      *          (ANO + TELEFONE): NA REEXECUCAO O CLIENTE JA
      *          DECLARADO E PULADO, E SO SAEM OS QUE FICARAM QUITADOS
      *          DESDE A RODADA ANTERIOR.
      *          PARM OPCIONAL = ANO DE REFERENCIA AAAA (PADRAO: ANO
      *          ANTERIOR AO DA DATA DO SISTEMA); O ANO CORRENTE OU
      *          FUTURO E RECUSADO.
      *          RETURN-CODE: 8 ANO INVALIDO OU ARQUIVO OBRIGATORIO
      *          INDISPONIVEL (CADASTRO, CONTRATOS, PARCELAS, PAGTOS,
      *          DECLCTRL) OU ERRO NA GRAVACAO DO CONTROLE; 4 COM
      *          CLIENTE RETIDO POR PENDENCIA DE DADOS (CPF,
      *          ENDERECO, PARCELA PAGA SEM LANCAMENTO VALIDO, ACORDO
      *          NAO LOCALIZADO, EXCESSO DE CONTRATOS).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA.
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

           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-ACORDOS.

           SELECT DECLCTRL ASSIGN TO "DECLCTRL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-DCL-CHAVE
               FILE STATUS IS WS-FS-DECLCTRL.

           SELECT DECLIMP ASSIGN TO "DECLIMP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLIMP.

           SELECT DECLREL ASSIGN TO "DECLREL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLREL.

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

       FD  ACORDOS.
           COPY "copybooks/AcordoReg.cpy".

       FD  DECLCTRL.
           COPY "copybooks/DeclaracaoReg.cpy".

       FD  DECLIMP.
       01  WS-LINHA-DECL       PIC X(80).

       FD  DECLREL.
       01  WS-LINHA-REL        PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-FS-CADASTRO    PIC XX.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-PARCELAS    PIC XX.
       77 WS-FS-PAGTOS      PIC XX.
       77 WS-FS-ACORDOS     PIC XX.
       77 WS-FS-DECLCTRL    PIC XX.
       77 WS-FS-DECLIMP     PIC XX.
       77 WS-FS-DECLREL     PIC XX.
       77 WS-SW-ABERTO      PIC X VALUE "N".
           88 WS-ARQUIVOS-ABERTOS VALUE "S".
       77 WS-SW-ANO         PIC X VALUE "N".
           88 WS-ANO-VALIDO VALUE "S".
       77 WS-SW-FIM-CAD     PIC X VALUE "N".
           88 WS-FIM-CADASTRO VALUE "S".
       77 WS-SW-FIM-CTR     PIC X VALUE "N".
           88 WS-FIM-CONTRATOS VALUE "S".
       77 WS-SW-FIM-PARC    PIC X VALUE "N".
           88 WS-FIM-PARCELAS VALUE "S".
       77 WS-SW-FIM-PGTO    PIC X VALUE "N".
           88 WS-FIM-PAGTOS VALUE "S".
       77 WS-SW-FIM-ACD     PIC X VALUE "N".
           88 WS-FIM-ACORDOS VALUE "S".
       77 WS-SW-FIM-DCL     PIC X VALUE "N".
           88 WS-FIM-DECLCTRL VALUE "S".
       77 WS-SW-RETIDO      PIC X VALUE "N".
           88 WS-CLIENTE-RETIDO VALUE "S".
       77 WS-SW-PENDENCIA   PIC X VALUE "N".
           88 WS-RETIDO-PENDENCIA VALUE "S".
       77 WS-SW-JA-EMITIDA  PIC X VALUE "N".
           88 WS-DECLARACAO-EMITIDA VALUE "S".
       77 WS-SW-TEM-PLANO   PIC X VALUE "N".
           88 WS-PLANO-EXISTE VALUE "S".
       77 WS-SW-CANC-ANO    PIC X VALUE "N".
           88 WS-CANCELADA-NO-ANO VALUE "S".
       77 WS-SW-ACD-QUIT    PIC X VALUE "N".
           88 WS-ACORDO-QUITADO VALUE "S".
       77 WS-SW-ACD-ACHADO  PIC X VALUE "N".
           88 WS-ACORDO-ACHADO VALUE "S".
       77 WS-SW-ERRO        PIC X VALUE "N".
           88 WS-ERRO-CONTROLE VALUE "S".
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-PARM-ANO       PIC X(20).
       77 WS-ANO-REF        PIC 9(04).
       77 WS-ANO-SISTEMA    PIC 9(04).
       77 WS-FIM-ANO-REF    PIC 9(08).
       77 WS-NUM-CONTRATO   PIC 9(07).
       77 WS-STS-CONTRATO   PIC X.
       77 WS-CTR-ACORDO     PIC 9(07).
       77 WS-ULT-NUMERO     PIC 9(07) VALUE 0.
       77 WS-QTD-QUIT-CTR   PIC 9(03).
       77 WS-VLR-QUIT-CTR   PIC 9(07)V99.
       77 WS-QTD-LISTADOS   PIC 9(03).
       77 WS-QTD-PARC-CLI   PIC 9(05).
       77 WS-VLR-QUIT-CLI   PIC 9(09)V99.
       77 WS-IDX-CTR        PIC 9(03).
       77 WS-IDX-ACD        PIC 9(03).
       77 WS-QTD-ACD-CTRS   PIC 9(03) VALUE 0.
       77 WS-MOTIVO         PIC X(40).
       77 WS-MOTIVO-RETENCAO PIC X(40).
       77 WS-CTR-RETIDO     PIC 9(07).
       77 WS-PARC-RETIDA    PIC 9(03).
       77 WS-QTD-CLIENTES   PIC 9(07) VALUE 0.
       77 WS-QTD-EMITIDAS   PIC 9(07) VALUE 0.
       77 WS-QTD-JA-EMITIDAS PIC 9(07) VALUE 0.
       77 WS-QTD-RETIDOS    PIC 9(07) VALUE 0.
       77 WS-QTD-PENDENCIAS PIC 9(07) VALUE 0.
       77 WS-QTD-SEM-DEBITO PIC 9(07) VALUE 0.
       77 WS-TOT-DECLARADO  PIC 9(11)V99 VALUE 0.
       77 WS-LINHA          PIC X(80).
       77 WS-ED-VALOR       PIC $$,$$$,$$9.99.
       77 WS-ED-TOTAL       PIC $$$,$$$,$$9.99.
       77 WS-ED-QTD         PIC ZZ9.
       01 WS-CPF-NUM        PIC 9(11).
       01 WS-CPF-PARTES REDEFINES WS-CPF-NUM.
           03 WS-CPF-P1     PIC 9(03).
           03 WS-CPF-P2     PIC 9(03).
           03 WS-CPF-P3     PIC 9(03).
           03 WS-CPF-DV     PIC 9(02).
       01 WS-TAB-RAZAO.
           03 WS-RZ-QTD-VALIDOS OCCURS 999 TIMES PIC 9(03).
       01 WS-TAB-CTR-CLIENTE.
           03 WS-CC-ENT OCCURS 100 TIMES.
               05 WS-CC-NUMERO    PIC 9(07).
               05 WS-CC-LISTADO   PIC X.
               05 WS-CC-QTD-PARC  PIC 9(03).
               05 WS-CC-VALOR     PIC 9(07)V99.
               05 WS-CC-ACORDO    PIC 9(07).
       77 WS-QTD-CTR-CLI    PIC 9(03).
       01 WS-TAB-ACORDOS.
           03 WS-ACD-ENT OCCURS 500 TIMES.
               05 WS-ACD-TAB-ANTIGO PIC 9(07).
               05 WS-ACD-TAB-NOVO   PIC 9(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
            PERFORM DEFINIR-ANO-REFERENCIA.
            IF NOT WS-ANO-VALIDO THEN
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM ABRIR-ARQUIVOS.
            IF NOT WS-ARQUIVOS-ABERTOS THEN
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM CARREGAR-ACORDOS.
            PERFORM BUSCAR-ULTIMO-NUMERO.
            PERFORM ESCREVER-CABECALHO.

            PERFORM LER-PROXIMO-CLIENTE.
            PERFORM AVALIAR-CLIENTE UNTIL WS-FIM-CADASTRO.

            PERFORM ESCREVER-RESUMO.

            IF WS-QTD-PENDENCIAS > 0 THEN
                PERFORM AVISAR-RETORNO
            END-IF
            IF WS-ERRO-CONTROLE THEN
                MOVE 8 TO RETURN-CODE
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.

       AVISAR-RETORNO.
            IF RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
            END-IF.

       DEFINIR-ANO-REFERENCIA.
            MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-SISTEMA
            COMPUTE WS-ANO-REF = WS-ANO-SISTEMA - 1
            ACCEPT WS-PARM-ANO FROM COMMAND-LINE
            IF WS-PARM-ANO(1:4) NUMERIC AND
                  WS-PARM-ANO(1:4) NOT = "0000" THEN
                MOVE WS-PARM-ANO(1:4) TO WS-ANO-REF
            END-IF
            IF WS-ANO-REF < WS-ANO-SISTEMA THEN
                SET WS-ANO-VALIDO TO TRUE
                COMPUTE WS-FIM-ANO-REF = WS-ANO-REF * 10000 + 1231
            ELSE
                DISPLAY "ANO DE REFERENCIA " WS-ANO-REF
                        " INVALIDO - A DECLARACAO SO E EMITIDA PARA "
                        "ANO JA ENCERRADO"
            END-IF.

      ******************************************************************
      * ABERTURA - CADASTRO, CONTRATOS, PARCELAS, PAGTOS E O CONTROLE
      * SAO OBRIGATORIOS; SEM O ACORDOS, CONTRATO RENEGOCIADO COM
      * PARCELA DO ANO RETEM O CLIENTE (ACORDO NAO LOCALIZADO)
      ******************************************************************
       ABRIR-ARQUIVOS.
            SET WS-ARQUIVOS-ABERTOS TO TRUE
            OPEN INPUT CADASTRO.
            IF WS-FS-CADASTRO NOT = "00" THEN
                DISPLAY "CADASTRO NAO ABRIU (STATUS " WS-FS-CADASTRO
                        ") - DECLARACOES NAO EMITIDAS"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            OPEN INPUT CONTRATOS.
            IF WS-FS-CONTRATOS NOT = "00" THEN
                DISPLAY "CONTRATOS NAO ABRIU (STATUS " WS-FS-CONTRATOS
                        ") - DECLARACOES NAO EMITIDAS"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            OPEN INPUT PARCELAS.
            IF WS-FS-PARCELAS NOT = "00" THEN
                DISPLAY "PARCELAS NAO ABRIU (STATUS " WS-FS-PARCELAS
                        ") - DECLARACOES NAO EMITIDAS"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            OPEN INPUT PAGTOS.
            IF WS-FS-PAGTOS NOT = "00" THEN
                DISPLAY "PAGTOS NAO ABRIU (STATUS " WS-FS-PAGTOS
                        ") - DECLARACOES NAO EMITIDAS"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            OPEN I-O DECLCTRL.
            IF WS-FS-DECLCTRL = "35" THEN
                OPEN OUTPUT DECLCTRL
                CLOSE DECLCTRL
                OPEN I-O DECLCTRL
            END-IF
            IF WS-FS-DECLCTRL NOT = "00" THEN
                DISPLAY "DECLCTRL NAO ABRIU (STATUS " WS-FS-DECLCTRL
                        ") - DECLARACOES NAO EMITIDAS"
                MOVE "N" TO WS-SW-ABERTO
            END-IF
            IF WS-ARQUIVOS-ABERTOS THEN
                OPEN EXTEND DECLIMP
                IF WS-FS-DECLIMP = "35" THEN
                    OPEN OUTPUT DECLIMP
                    CLOSE DECLIMP
                    OPEN EXTEND DECLIMP
                END-IF
                OPEN OUTPUT DECLREL
            END-IF.

       CARREGAR-ACORDOS.
            MOVE ZEROS TO WS-QTD-ACD-CTRS
            OPEN INPUT ACORDOS
            IF WS-FS-ACORDOS = "00" THEN
                PERFORM LER-PROXIMO-ACORDO
                PERFORM GUARDAR-ACORDO UNTIL WS-FIM-ACORDOS
                CLOSE ACORDOS
            ELSE
                DISPLAY "ACORDOS INDISPONIVEL - CONTRATO RENEGOCIADO "
                        "COM PARCELA DO ANO RETEM O CLIENTE"
            END-IF.

       LER-PROXIMO-ACORDO.
            IF NOT WS-FIM-ACORDOS THEN
                READ ACORDOS
                    AT END
                        SET WS-FIM-ACORDOS TO TRUE
                END-READ
            END-IF.

       GUARDAR-ACORDO.
            IF WS-QTD-ACD-CTRS < 500 THEN
                ADD 1 TO WS-QTD-ACD-CTRS
                MOVE WS-ACD-CTR-ANTIGO
                  TO WS-ACD-TAB-ANTIGO(WS-QTD-ACD-CTRS)
                MOVE WS-ACD-CTR-NOVO
                  TO WS-ACD-TAB-NOVO(WS-QTD-ACD-CTRS)
            ELSE
                DISPLAY "LIMITE DE 500 ACORDOS NA TABELA EXCEDIDO - "
                        "ACORDO NAO CONSIDERADO: " WS-ACD-CTR-ANTIGO
            END-IF
            PERFORM LER-PROXIMO-ACORDO.

      ******************************************************************
      * NUMERACAO - AS DECLARACOES SAO NUMERADAS POR ANO, SEGUINDO O
      * MAIOR NUMERO JA GRAVADO NO CONTROLE PARA O ANO DE REFERENCIA
      ******************************************************************
       BUSCAR-ULTIMO-NUMERO.
            MOVE ZEROS      TO WS-ULT-NUMERO
            MOVE "N"        TO WS-SW-FIM-DCL
            MOVE WS-ANO-REF TO WS-DCL-ANO
            MOVE LOW-VALUES TO WS-DCL-TELEFONE
            START DECLCTRL KEY IS NOT LESS THAN WS-DCL-CHAVE
                INVALID KEY
                    SET WS-FIM-DECLCTRL TO TRUE
            END-START
            PERFORM GUARDAR-ULTIMO-NUMERO UNTIL WS-FIM-DECLCTRL.

       GUARDAR-ULTIMO-NUMERO.
            READ DECLCTRL NEXT RECORD
                AT END
                    SET WS-FIM-DECLCTRL TO TRUE
                NOT AT END
                    IF WS-DCL-ANO NOT = WS-ANO-REF THEN
                        SET WS-FIM-DECLCTRL TO TRUE
                    ELSE
                        IF WS-DCL-NUMERO > WS-ULT-NUMERO THEN
                            MOVE WS-DCL-NUMERO TO WS-ULT-NUMERO
                        END-IF
                    END-IF
            END-READ.

       ESCREVER-LINHA.
            DISPLAY WS-LINHA
            WRITE WS-LINHA-REL FROM WS-LINHA.

       ESCREVER-DECLARACAO.
            WRITE WS-LINHA-DECL FROM WS-LINHA.

       ESCREVER-CABECALHO.
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING " DECLARACAO ANUAL DE QUITACAO - ANO " WS-ANO-REF
                   " - EMISSAO DE " WS-DATA-SISTEMA
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "CLIENTES RETIDOS:" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE "  TELEFONE  CPF         CONTRATO PARC MOTIVO"
              TO WS-LINHA
            PERFORM ESCREVER-LINHA.

       LER-PROXIMO-CLIENTE.
            IF NOT WS-FIM-CADASTRO THEN
                READ CADASTRO NEXT RECORD
                    AT END
                        SET WS-FIM-CADASTRO TO TRUE
                END-READ
            END-IF.

      ******************************************************************
      * CLIENTE - JA DECLARADO NO ANO E PULADO; OS DEMAIS TEM OS
      * CONTRATOS AVALIADOS UM A UM ATE O PRIMEIRO MOTIVO DE RETENCAO
      ******************************************************************
       AVALIAR-CLIENTE.
            ADD 1 TO WS-QTD-CLIENTES
            MOVE "N"    TO WS-SW-RETIDO
            MOVE "N"    TO WS-SW-PENDENCIA
            MOVE SPACES TO WS-MOTIVO
            MOVE ZEROS  TO WS-CTR-RETIDO
            MOVE ZEROS  TO WS-PARC-RETIDA
            MOVE ZEROS  TO WS-QTD-LISTADOS

            PERFORM VERIFICAR-JA-EMITIDA
            IF WS-DECLARACAO-EMITIDA THEN
                ADD 1 TO WS-QTD-JA-EMITIDAS
            ELSE
                PERFORM CARREGAR-CONTRATOS-CLIENTE
                MOVE 1 TO WS-IDX-CTR
                PERFORM AVALIAR-CONTRATO-CLIENTE
                        UNTIL WS-IDX-CTR > WS-QTD-CTR-CLI
                           OR WS-CLIENTE-RETIDO
                IF NOT WS-CLIENTE-RETIDO AND WS-QTD-LISTADOS > 0 THEN
                    PERFORM CONFERIR-DADOS-CADASTRAIS
                END-IF
                EVALUATE TRUE
                    WHEN WS-CLIENTE-RETIDO
                        PERFORM LISTAR-CLIENTE-RETIDO
                    WHEN WS-QTD-LISTADOS = 0
                        ADD 1 TO WS-QTD-SEM-DEBITO
                    WHEN OTHER
                        PERFORM EMITIR-DECLARACAO
                END-EVALUATE
            END-IF
            PERFORM LER-PROXIMO-CLIENTE.

       VERIFICAR-JA-EMITIDA.
            MOVE "N"                TO WS-SW-JA-EMITIDA
            MOVE WS-ANO-REF         TO WS-DCL-ANO
            MOVE WS-TELEFONE-MESTRE TO WS-DCL-TELEFONE
            READ DECLCTRL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET WS-DECLARACAO-EMITIDA TO TRUE
            END-READ.

       CARREGAR-CONTRATOS-CLIENTE.
            MOVE ZEROS TO WS-QTD-CTR-CLI
            MOVE "N"   TO WS-SW-FIM-CTR
            MOVE WS-TELEFONE-MESTRE TO WS-CTR-TELEFONE
            START CONTRATOS KEY IS EQUAL TO WS-CTR-TELEFONE
                INVALID KEY
                    SET WS-FIM-CONTRATOS TO TRUE
            END-START
            PERFORM LER-PROXIMO-CONTRATO
            PERFORM GUARDAR-CONTRATO-CLIENTE UNTIL WS-FIM-CONTRATOS.

       LER-PROXIMO-CONTRATO.
            IF NOT WS-FIM-CONTRATOS THEN
                READ CONTRATOS NEXT RECORD
                    AT END
                        SET WS-FIM-CONTRATOS TO TRUE
                END-READ
                IF NOT WS-FIM-CONTRATOS AND
                      WS-CTR-TELEFONE NOT = WS-TELEFONE-MESTRE THEN
                    SET WS-FIM-CONTRATOS TO TRUE
                END-IF
            END-IF.

       GUARDAR-CONTRATO-CLIENTE.
            IF WS-QTD-CTR-CLI < 100 THEN
                ADD 1 TO WS-QTD-CTR-CLI
                MOVE WS-CTR-NUMERO TO WS-CC-NUMERO(WS-QTD-CTR-CLI)
                MOVE "N"           TO WS-CC-LISTADO(WS-QTD-CTR-CLI)
                MOVE ZEROS         TO WS-CC-QTD-PARC(WS-QTD-CTR-CLI)
                MOVE ZEROS         TO WS-CC-VALOR(WS-QTD-CTR-CLI)
                MOVE ZEROS         TO WS-CC-ACORDO(WS-QTD-CTR-CLI)
            ELSE
                MOVE WS-CTR-NUMERO TO WS-NUM-CONTRATO
                MOVE ZEROS         TO WS-PARC-RETIDA
                MOVE "MAIS DE 100 CONTRATOS - EMITIR A MAO"
                  TO WS-MOTIVO-RETENCAO
                PERFORM RETER-CLIENTE-PENDENCIA
            END-IF
            PERFORM LER-PROXIMO-CONTRATO.

       AVALIAR-CONTRATO-CLIENTE.
            MOVE WS-CC-NUMERO(WS-IDX-CTR) TO WS-CTR-NUMERO
            MOVE WS-CC-NUMERO(WS-IDX-CTR) TO WS-NUM-CONTRATO
            READ CONTRATOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM APURAR-CONTRATO
            END-READ
            ADD 1 TO WS-IDX-CTR.

      ******************************************************************
      * CONTRATO - CONFERE AS PARCELAS COM VENCIMENTO NO ANO CONTRA O
      * RAZAO (LANCAMENTOS NORMAIS NAO ESTORNADOS POR PARCELA)
      ******************************************************************
       APURAR-CONTRATO.
            MOVE WS-CTR-STS-DIVIDA TO WS-STS-CONTRATO
            MOVE ZEROS TO WS-QTD-QUIT-CTR
            MOVE ZEROS TO WS-VLR-QUIT-CTR
            MOVE ZEROS TO WS-CTR-ACORDO
            MOVE "N"   TO WS-SW-TEM-PLANO
            MOVE "N"   TO WS-SW-CANC-ANO
            MOVE "N"   TO WS-SW-ACD-QUIT

            PERFORM CARREGAR-RAZAO-CONTRATO
            PERFORM PERCORRER-PARCELAS

            IF NOT WS-CLIENTE-RETIDO AND NOT WS-PLANO-EXISTE THEN
                PERFORM CONFERIR-CONTRATO-SEM-PLANO
            END-IF
            IF NOT WS-CLIENTE-RETIDO AND WS-CANCELADA-NO-ANO THEN
                PERFORM CONFERIR-ACORDO
            END-IF
            IF NOT WS-CLIENTE-RETIDO AND
                  (WS-QTD-QUIT-CTR > 0 OR WS-ACORDO-QUITADO) THEN
                MOVE "S"             TO WS-CC-LISTADO(WS-IDX-CTR)
                MOVE WS-QTD-QUIT-CTR TO WS-CC-QTD-PARC(WS-IDX-CTR)
                MOVE WS-VLR-QUIT-CTR TO WS-CC-VALOR(WS-IDX-CTR)
                MOVE WS-CTR-ACORDO   TO WS-CC-ACORDO(WS-IDX-CTR)
                ADD 1 TO WS-QTD-LISTADOS
            END-IF.

       CARREGAR-RAZAO-CONTRATO.
            MOVE ZEROS TO WS-TAB-RAZAO
            MOVE "N"   TO WS-SW-FIM-PGTO
            MOVE WS-NUM-CONTRATO TO WS-PGTO-CONTRATO
            MOVE ZEROS           TO WS-PGTO-SEQ
            START PAGTOS KEY IS GREATER THAN WS-PGTO-CHAVE
                INVALID KEY
                    SET WS-FIM-PAGTOS TO TRUE
            END-START
            PERFORM LER-PROXIMO-PAGTO
            PERFORM CONTAR-LANCAMENTO UNTIL WS-FIM-PAGTOS.

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

       CONTAR-LANCAMENTO.
            IF WS-PGTO-NORMAL AND WS-PGTO-PARCELA > 0 THEN
                ADD 1 TO WS-RZ-QTD-VALIDOS(WS-PGTO-PARCELA)
            END-IF
            PERFORM LER-PROXIMO-PAGTO.

       PERCORRER-PARCELAS.
            MOVE "N" TO WS-SW-FIM-PARC
            MOVE WS-NUM-CONTRATO TO WS-PRC-CONTRATO
            MOVE ZEROS           TO WS-PRC-NUMERO
            START PARCELAS KEY IS GREATER THAN WS-PRC-CHAVE
                INVALID KEY
                    SET WS-FIM-PARCELAS TO TRUE
            END-START
            PERFORM LER-PROXIMA-PARCELA
            PERFORM CONFERIR-PARCELA
                    UNTIL WS-FIM-PARCELAS OR WS-CLIENTE-RETIDO.

       LER-PROXIMA-PARCELA.
            IF NOT WS-FIM-PARCELAS THEN
                READ PARCELAS NEXT RECORD
                    AT END
                        SET WS-FIM-PARCELAS TO TRUE
                END-READ
                IF NOT WS-FIM-PARCELAS AND
                      WS-PRC-CONTRATO NOT = WS-NUM-CONTRATO THEN
                    SET WS-FIM-PARCELAS TO TRUE
                END-IF
            END-IF.

       CONFERIR-PARCELA.
            SET WS-PLANO-EXISTE TO TRUE
            IF WS-PRC-DATA-VENCTO(1:4) = WS-ANO-REF AND
                  WS-PRC-NUMERO > 0 THEN
                MOVE WS-PRC-NUMERO TO WS-PARC-RETIDA
                EVALUATE TRUE
                    WHEN WS-PRC-PAGA
                        PERFORM CONFERIR-PARCELA-PAGA
                    WHEN WS-PRC-CANCELADA
                        PERFORM CONFERIR-PARCELA-CANCELADA
                    WHEN OTHER
                        PERFORM RETER-PARCELA-NAO-PAGA
                END-EVALUATE
            END-IF
            PERFORM LER-PROXIMA-PARCELA.

       CONFERIR-PARCELA-PAGA.
            IF WS-RZ-QTD-VALIDOS(WS-PRC-NUMERO) > 0 THEN
                ADD 1            TO WS-QTD-QUIT-CTR
                ADD WS-PRC-VALOR TO WS-VLR-QUIT-CTR
            ELSE
                MOVE "PARCELA PAGA SEM LANCAMENTO VALIDO"
                  TO WS-MOTIVO-RETENCAO
                PERFORM RETER-CLIENTE-PENDENCIA
            END-IF.

       CONFERIR-PARCELA-CANCELADA.
            IF WS-STS-CONTRATO = "R" THEN
                SET WS-CANCELADA-NO-ANO TO TRUE
            ELSE
                PERFORM RETER-PARCELA-NAO-PAGA
            END-IF.

       RETER-PARCELA-NAO-PAGA.
            IF WS-STS-CONTRATO = "P" THEN
                MOVE "CONTRATO BAIXADO COMO PERDA"
                  TO WS-MOTIVO-RETENCAO
            ELSE
                IF WS-PRC-CANCELADA THEN
                    MOVE "PARCELA CANCELADA SEM ACORDO"
                      TO WS-MOTIVO-RETENCAO
                ELSE
                    MOVE "PARCELA EM ABERTO" TO WS-MOTIVO-RETENCAO
                END-IF
            END-IF
            PERFORM RETER-CLIENTE.

       CONFERIR-CONTRATO-SEM-PLANO.
            MOVE ZEROS TO WS-PARC-RETIDA
            IF WS-CTR-DATA-VENCTO NOT = ZEROS AND
                  WS-CTR-DATA-VENCTO NOT > WS-FIM-ANO-REF THEN
                EVALUATE WS-STS-CONTRATO
                    WHEN "N"
                        MOVE "PARCELA EM ABERTO" TO WS-MOTIVO-RETENCAO
                        PERFORM RETER-CLIENTE
                    WHEN "P"
                        MOVE "CONTRATO BAIXADO COMO PERDA"
                          TO WS-MOTIVO-RETENCAO
                        PERFORM RETER-CLIENTE
                    WHEN "R"
                        SET WS-CANCELADA-NO-ANO TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      ******************************************************************
      * RENEGOCIADO - A PARCELA DO ANO CANCELADA NO ACORDO SO CONTA
      * COMO QUITADA COM O CONTRATO NOVO DO ACORDO PAGO
      ******************************************************************
       CONFERIR-ACORDO.
            MOVE ZEROS TO WS-PARC-RETIDA
            MOVE "N"   TO WS-SW-ACD-ACHADO
            MOVE 1     TO WS-IDX-ACD
            PERFORM PROCURAR-ACORDO
                    UNTIL WS-IDX-ACD > WS-QTD-ACD-CTRS
                       OR WS-ACORDO-ACHADO
            IF NOT WS-ACORDO-ACHADO THEN
                MOVE "ACORDO DO RENEGOCIADO NAO LOCALIZADO"
                  TO WS-MOTIVO-RETENCAO
                PERFORM RETER-CLIENTE-PENDENCIA
            ELSE
                MOVE WS-ACD-TAB-NOVO(WS-IDX-ACD) TO WS-CTR-ACORDO
                MOVE WS-CTR-ACORDO TO WS-CTR-NUMERO
                READ CONTRATOS
                    INVALID KEY
                        MOVE "CONTRATO DO ACORDO NAO LOCALIZADO"
                          TO WS-MOTIVO-RETENCAO
                        PERFORM RETER-CLIENTE-PENDENCIA
                    NOT INVALID KEY
                        IF WS-CTR-PG THEN
                            SET WS-ACORDO-QUITADO TO TRUE
                        ELSE
                            MOVE SPACES TO WS-MOTIVO-RETENCAO
                            STRING "RENEGOCIADO - ACORDO "
                                   WS-CTR-ACORDO " EM ABERTO"
                                   DELIMITED BY SIZE
                                   INTO WS-MOTIVO-RETENCAO
                            PERFORM RETER-CLIENTE
                        END-IF
                END-READ
            END-IF.

       PROCURAR-ACORDO.
            IF WS-ACD-TAB-ANTIGO(WS-IDX-ACD) = WS-NUM-CONTRATO THEN
                SET WS-ACORDO-ACHADO TO TRUE
            ELSE
                ADD 1 TO WS-IDX-ACD
            END-IF.

       CONFERIR-DADOS-CADASTRAIS.
            MOVE ZEROS TO WS-NUM-CONTRATO
            MOVE ZEROS TO WS-PARC-RETIDA
            EVALUATE TRUE
                WHEN WS-CPF-MESTRE NOT NUMERIC OR
                     WS-CPF-MESTRE = ZEROS
                    MOVE "SEM CPF NO CADASTRO" TO WS-MOTIVO-RETENCAO
                    PERFORM RETER-CLIENTE-PENDENCIA
                WHEN WS-END-LOGRADOURO = SPACES
                    MOVE "SEM ENDERECO NO CADASTRO"
                      TO WS-MOTIVO-RETENCAO
                    PERFORM RETER-CLIENTE-PENDENCIA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       RETER-CLIENTE-PENDENCIA.
            IF NOT WS-CLIENTE-RETIDO THEN
                SET WS-RETIDO-PENDENCIA TO TRUE
            END-IF
            PERFORM RETER-CLIENTE.

       RETER-CLIENTE.
            IF NOT WS-CLIENTE-RETIDO THEN
                SET WS-CLIENTE-RETIDO TO TRUE
                MOVE WS-MOTIVO-RETENCAO TO WS-MOTIVO
                MOVE WS-NUM-CONTRATO    TO WS-CTR-RETIDO
            END-IF.

       LISTAR-CLIENTE-RETIDO.
            ADD 1 TO WS-QTD-RETIDOS
            IF WS-RETIDO-PENDENCIA THEN
                ADD 1 TO WS-QTD-PENDENCIAS
            END-IF
            IF WS-CPF-MESTRE NUMERIC THEN
                MOVE WS-CPF-MESTRE TO WS-CPF-NUM
            ELSE
                MOVE ZEROS TO WS-CPF-NUM
            END-IF
            MOVE SPACES TO WS-LINHA
            STRING "  " WS-TELEFONE-MESTRE " " WS-CPF-NUM
                   " " WS-CTR-RETIDO "  " WS-PARC-RETIDA
                   " " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

      ******************************************************************
      * EMISSAO - DECLARACAO NO DECLIMP E REGISTRO NO CONTROLE
      ******************************************************************
       EMITIR-DECLARACAO.
            ADD 1 TO WS-ULT-NUMERO
            MOVE ZEROS TO WS-QTD-PARC-CLI
            MOVE ZEROS TO WS-VLR-QUIT-CLI
            MOVE WS-CPF-MESTRE TO WS-CPF-NUM

            MOVE ALL "=" TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
                   WS-ANO-REF "   NO " WS-ANO-REF "/" WS-ULT-NUMERO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE "(LEI FEDERAL 12.007/2009)" TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE WS-NOME-COMPLETO-MESTRE TO WS-LINHA
            IF WS-NOME-COMPLETO-MESTRE = SPACES THEN
                STRING WS-PRIM-NOME-MESTRE " " WS-ULTM-NOME-MESTRE
                       DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM ESCREVER-DECLARACAO
            MOVE WS-END-LOGRADOURO TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            STRING WS-END-CIDADE " - " WS-END-UF
                   "  CEP " WS-END-CEP
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            STRING "CPF " WS-CPF-P1 "." WS-CPF-P2 "." WS-CPF-P3
                   "-" WS-CPF-DV
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE O(A) "
               & "CLIENTE ACIMA QUITOU" TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            STRING "TODAS AS PARCELAS COM VENCIMENTO EM " WS-ANO-REF
                   " DOS CONTRATOS ABAIXO:"
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-DECLARACAO

            MOVE 1 TO WS-IDX-CTR
            PERFORM IMPRIMIR-CONTRATO-DECLARADO
                    UNTIL WS-IDX-CTR > WS-QTD-CTR-CLI

            MOVE SPACES TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE "ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO "
               & "CUMPRIMENTO DAS OBRIGACOES" TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE "DO CONSUMIDOR, AS QUITACOES DOS FATURAMENTOS "
               & "MENSAIS DOS DEBITOS DO ANO A QUE" TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE "SE REFERE E DOS ANOS ANTERIORES." TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            STRING "EMITIDA EM " WS-DATA-SISTEMA(7:2) "/"
                   WS-DATA-SISTEMA(5:2) "/" WS-DATA-SISTEMA(1:4) "."
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-DECLARACAO
            MOVE SPACES TO WS-LINHA
            PERFORM ESCREVER-DECLARACAO

            PERFORM GRAVAR-CONTROLE-DECLARACAO
            ADD 1 TO WS-QTD-EMITIDAS
            ADD WS-VLR-QUIT-CLI TO WS-TOT-DECLARADO.

       IMPRIMIR-CONTRATO-DECLARADO.
            IF WS-CC-LISTADO(WS-IDX-CTR) = "S" THEN
                IF WS-CC-QTD-PARC(WS-IDX-CTR) > 0 THEN
                    ADD WS-CC-QTD-PARC(WS-IDX-CTR) TO WS-QTD-PARC-CLI
                    ADD WS-CC-VALOR(WS-IDX-CTR)    TO WS-VLR-QUIT-CLI
                    MOVE WS-CC-QTD-PARC(WS-IDX-CTR) TO WS-ED-QTD
                    MOVE WS-CC-VALOR(WS-IDX-CTR)    TO WS-ED-VALOR
                    MOVE SPACES TO WS-LINHA
                    STRING "  CONTRATO " WS-CC-NUMERO(WS-IDX-CTR)
                           " - " WS-ED-QTD " PARCELA(S) - "
                           WS-ED-VALOR
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-DECLARACAO
                END-IF
                IF WS-CC-ACORDO(WS-IDX-CTR) NOT = ZEROS THEN
                    MOVE SPACES TO WS-LINHA
                    STRING "  CONTRATO " WS-CC-NUMERO(WS-IDX-CTR)
                           " - RENEGOCIADO, QUITADO PELO ACORDO "
                           "(CONTRATO " WS-CC-ACORDO(WS-IDX-CTR) ")"
                           DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM ESCREVER-DECLARACAO
                END-IF
            END-IF
            ADD 1 TO WS-IDX-CTR.

       GRAVAR-CONTROLE-DECLARACAO.
            MOVE WS-ANO-REF         TO WS-DCL-ANO
            MOVE WS-TELEFONE-MESTRE TO WS-DCL-TELEFONE
            MOVE WS-ULT-NUMERO      TO WS-DCL-NUMERO
            MOVE WS-CPF-MESTRE      TO WS-DCL-CPF
            MOVE WS-DATA-SISTEMA    TO WS-DCL-DATA-EMISSAO
            MOVE WS-QTD-LISTADOS    TO WS-DCL-QTD-CONTRATOS
            MOVE WS-QTD-PARC-CLI    TO WS-DCL-QTD-PARCELAS
            MOVE WS-VLR-QUIT-CLI    TO WS-DCL-VLR-QUITADO
            WRITE WS-REG-DECLARACAO
                INVALID KEY
                    DISPLAY "ERRO AO GRAVAR O CONTROLE DA DECLARACAO "
                            WS-ANO-REF "/" WS-ULT-NUMERO " TEL "
                            WS-TELEFONE-MESTRE " (STATUS "
                            WS-FS-DECLCTRL ") - CONFERIR ANTES DE "
                            "REEXECUTAR"
                    SET WS-ERRO-CONTROLE TO TRUE
            END-WRITE.

       ESCREVER-RESUMO.
            IF WS-QTD-RETIDOS = 0 THEN
                MOVE "  NENHUM" TO WS-LINHA
                PERFORM ESCREVER-LINHA
            END-IF
            MOVE ALL "-" TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "CLIENTES LIDOS ................: " WS-QTD-CLIENTES
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE WS-TOT-DECLARADO TO WS-ED-TOTAL
            MOVE SPACES TO WS-LINHA
            STRING "DECLARACOES EMITIDAS ..........: " WS-QTD-EMITIDAS
                   " - " WS-ED-TOTAL
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "JA DECLARADOS (NAO REEMITIDAS) : "
                   WS-QTD-JA-EMITIDAS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "RETIDOS .......................: " WS-QTD-RETIDOS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "  - POR PENDENCIA DE DADOS ....: "
                   WS-QTD-PENDENCIAS
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "SEM PARCELA VENCIDA NO ANO ....: " WS-QTD-SEM-DEBITO
                   DELIMITED BY SIZE INTO WS-LINHA
            PERFORM ESCREVER-LINHA.

       FECHAR-ARQUIVOS.
            CLOSE CADASTRO.
            CLOSE CONTRATOS.
            CLOSE PARCELAS.
            CLOSE PAGTOS.
            CLOSE DECLCTRL.
            CLOSE DECLIMP.
            CLOSE DECLREL.
