      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: CONVERSAO DE VIRADA (RODAR UMA UNICA VEZ) - MIGRA O
      *          CONTROLE DE REMESSAS A AGENCIA (REMESSAS) PARA O
      *          LEIAUTE COM DIAS DE ATRASO E FAIXA DE AGING NA DATA
      *          DO ENVIO: LE O ARQUIVO ANTIGO RENOMEADO REMESSAA E
      *          REGRAVA REMESSAS NO LEIAUTE NOVO. A FAIXA DO ENVIO
      *          NAO FOI GUARDADA NAS REMESSAS ANTIGAS: COMO O
      *          EXPAGENC SO ENVIA CONTA COM A NOTIFICACAO FINAL
      *          (FAIXA 4) JA EMITIDA, A REMESSA ANTIGA NASCE NA
      *          FAIXA 4, COM DIAS DE ATRASO ZERADOS (NAO APURADOS).
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVREMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESSAA ASSIGN TO "REMESSAA"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS WS-RMA-CHAVE
               FILE STATUS IS WS-FS-REMESSAA.

           SELECT REMESSAS ASSIGN TO "REMESSAS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-RMS-CHAVE
               FILE STATUS IS WS-FS-REMESSAS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMESSAA.
       01  WS-REG-REMESSA-ANT.
           03 WS-RMA-CHAVE.
               05 WS-RMA-NUMERO     PIC 9(05).
               05 WS-RMA-CONTRATO   PIC 9(07).
           03 WS-RMA-TELEFONE       PIC X(09).
           03 WS-RMA-VLR-ENVIADO    PIC 9(08)V99.
           03 WS-RMA-DATA-ENVIO     PIC 9(08).
           03 WS-RMA-STATUS         PIC X.
           03 WS-RMA-DATA-CONFIRMA  PIC 9(08).

       FD  REMESSAS.
           COPY "copybooks/RemessaReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-REMESSAA    PIC XX.
       77 WS-FS-REMESSAS    PIC XX.
       77 WS-SW-FIM-ANT     PIC X VALUE "N".
           88 WS-FIM-ANTIGO VALUE "S".
       77 WS-QTD-REMESSAS   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "=========================================="
            DISPLAY " CONVERSAO DE VIRADA - CONTROLE DE REMESSAS"
            DISPLAY "=========================================="

            OPEN INPUT REMESSAA.
            IF WS-FS-REMESSAA NOT = "00" THEN
                DISPLAY "CONTROLE ANTIGO (REMESSAA) INEXISTENTE OU "
                        "VAZIO - NADA A CONVERTER"
                SET WS-FIM-ANTIGO TO TRUE
            ELSE
                OPEN OUTPUT REMESSAS
            END-IF

            PERFORM LER-PROXIMA-ANTIGA.
            PERFORM CONVERTER-UMA-REMESSA UNTIL WS-FIM-ANTIGO.

            IF WS-FS-REMESSAA = "00" OR WS-FS-REMESSAA = "10" THEN
                CLOSE REMESSAA
                CLOSE REMESSAS
            END-IF

            DISPLAY "REMESSAS REGRAVADAS: " WS-QTD-REMESSAS
            DISPLAY "REMESSAS ANTIGAS GRAVADAS NA FAIXA 4 (TAXA DE "
                    "COMISSAO COMFAIX4 NO COMAGENC)"
            GOBACK.

       LER-PROXIMA-ANTIGA.
            IF NOT WS-FIM-ANTIGO THEN
                READ REMESSAA NEXT RECORD
                    AT END
                        SET WS-FIM-ANTIGO TO TRUE
                END-READ
            END-IF.

       CONVERTER-UMA-REMESSA.
            MOVE WS-RMA-NUMERO        TO WS-RMS-NUMERO
            MOVE WS-RMA-CONTRATO      TO WS-RMS-CONTRATO
            MOVE WS-RMA-TELEFONE      TO WS-RMS-TELEFONE
            MOVE WS-RMA-VLR-ENVIADO   TO WS-RMS-VLR-ENVIADO
            MOVE WS-RMA-DATA-ENVIO    TO WS-RMS-DATA-ENVIO
            MOVE WS-RMA-STATUS        TO WS-RMS-STATUS
            MOVE WS-RMA-DATA-CONFIRMA TO WS-RMS-DATA-CONFIRMA
            MOVE ZEROS                TO WS-RMS-DIAS-ATRASO
            MOVE 4                    TO WS-RMS-FAIXA
            WRITE WS-REG-REMESSA
            ADD 1 TO WS-QTD-REMESSAS
            PERFORM LER-PROXIMA-ANTIGA.
