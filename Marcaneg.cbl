      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: SUBPROGRAMA DE MARCACAO DE EXCLUSAO NO BIRO DE
      *          CREDITO - CHAMADO POR TODO PROGRAMA QUE ENCERRA A
      *          DIVIDA DE UM CONTRATO (QUITACAO, ACORDO, PERDA). SE O
      *          CONTRATO CONSTA COMO INCLUIDO ("I") NO CONTROLE
      *          SITBIRO, PASSA A EXCLUSAO PENDENTE ("E") COM O MOTIVO,
      *          A DATA DO EVENTO E A DATA LIMITE LEGAL PARA O ENVIO DA
      *          EXCLUSAO: DATA DO EVENTO + PRAZOEXC DIAS UTEIS
      *          (PARAMETRO DO ARQUIVO PARAMS, PADRAO 5), CONTADOS COM
      *          O CALENDARIO FERIADOS VIA PROXDIAU. CONTRATO NAO
      *          NEGATIVADO, OU SEM CONTROLE SITBIRO, VOLTA SEM FAZER
      *          NADA. O ARQUIVO DE EXCLUSAO SAI NO LOTE NEGATIVA.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCANEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITBIRO ASSIGN TO "SITBIRO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-SBR-CONTRATO
               FILE STATUS IS WS-FS-SITBIRO.

       DATA DIVISION.
       FILE SECTION.
       FD  SITBIRO.
           COPY "copybooks/SitBiroReg.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FS-SITBIRO     PIC XX.
       77 WS-PRAZO-EXCL     PIC 9(03) VALUE 5.
       77 WS-DATA-CONTA     PIC 9(08).
       77 WS-DATA-PROXIMA   PIC 9(08).
       77 WS-DIA-INTEIRO    PIC 9(08).
       77 WS-PAR-CODIGO     PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-PAR-VALOR      PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.

       LINKAGE SECTION.
       01 LK-NEG-CONTRATO   PIC 9(07).
       01 LK-NEG-MOTIVO     PIC X.
       01 LK-NEG-DATA       PIC 9(08).

       PROCEDURE DIVISION USING LK-NEG-CONTRATO LK-NEG-MOTIVO
                                LK-NEG-DATA.
       MAIN-PROCEDURE.
            OPEN I-O SITBIRO.
            IF WS-FS-SITBIRO NOT = "00" THEN
                GOBACK
            END-IF

            MOVE LK-NEG-CONTRATO TO WS-SBR-CONTRATO
            READ SITBIRO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-SBR-INCLUIDO THEN
                        PERFORM MARCAR-EXCLUSAO
                    END-IF
            END-READ

            CLOSE SITBIRO.
            GOBACK.

       MARCAR-EXCLUSAO.
            MOVE "PRAZOEXC"    TO WS-PAR-CODIGO
            MOVE LK-NEG-DATA   TO WS-PAR-DATA-REF
            MOVE WS-PRAZO-EXCL TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR  TO WS-PRAZO-EXCL

            MOVE LK-NEG-DATA TO WS-DATA-CONTA
            PERFORM SOMAR-DIA-UTIL WS-PRAZO-EXCL TIMES

            SET WS-SBR-EXCL-PENDENTE TO TRUE
            MOVE LK-NEG-MOTIVO TO WS-SBR-MOTIVO-EXCL
            MOVE LK-NEG-DATA   TO WS-SBR-DATA-EVENTO
            MOVE WS-DATA-CONTA TO WS-SBR-DATA-LIMITE
            REWRITE WS-REG-SITBIRO
            DISPLAY "CONTRATO " LK-NEG-CONTRATO " NEGATIVADO NO BIRO - "
                    "EXCLUSAO PENDENTE, PRAZO ATE " WS-SBR-DATA-LIMITE.

       SOMAR-DIA-UTIL.
            COMPUTE WS-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-CONTA) + 1
            COMPUTE WS-DATA-PROXIMA =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
            CALL "PROXDIAU" USING WS-DATA-PROXIMA WS-DATA-CONTA.
