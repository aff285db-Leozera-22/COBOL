      ******************************************************************
      * Author: LEONARDO OLIVEIRA
      * Date: 15/10/2026
      * Purpose: SUBPROGRAMA DE VALIDACAO DA POSICAO DA CARTEIRA -
      *          RECEBE A DATA E A SITUACAO DO REGISTRO DE CONTROLE
      *          DO ARQUIVO POSICAO (GRAVADO PELO BATCHDIV) E A DATA
      *          DE PROCESSAMENTO DO CHAMADOR, E DEVOLVE VALIDA = "S"
      *          SO QUANDO A POSICAO ESTA COMPLETA E NAO E MAIS
      *          VELHA QUE O PARAMETRO POSVALID (PARAMS, EM DIAS;
      *          PADRAO 1, PARA A CADEIA NOTURNA QUE PASSA DA
      *          MEIA-NOITE E OS PROGRAMAS DO DIA SEGUINTE LEREM A
      *          POSICAO DA NOITE). POSICAO DE DATA FUTURA TAMBEM E
      *          RECUSADA. O MOTIVO DA RECUSA SAI NO SYSOUT; O
      *          CHAMADOR NAO RODA E DEVOLVE RC 8.
      *          CHAMADO PELO RELATORIO, NOTIFICA, EXPAGENC, GERENMES
      *          E PERDALOT.
      * Tectonics: cobc
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALPOSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-DIAS-POSVALID  PIC 9(03) VALUE 1.
       77 WS-IDADE-POSICAO  PIC S9(07).
       77 WS-PAR-CODIGO     PIC X(08).
       77 WS-PAR-DATA-REF   PIC 9(08).
       77 WS-PAR-VALOR      PIC 9(05)V99.
       77 WS-PAR-ACHADO     PIC X.

       LINKAGE SECTION.
       01 LK-POS-DATA-REF   PIC 9(08).
       01 LK-POS-SITUACAO   PIC X.
           88 LK-POS-COMPLETA VALUE "C".
       01 LK-DATA-SISTEMA   PIC 9(08).
       01 LK-POS-VALIDA     PIC X.

       PROCEDURE DIVISION USING LK-POS-DATA-REF LK-POS-SITUACAO
                                LK-DATA-SISTEMA LK-POS-VALIDA.
       MAIN-PROCEDURE.
            MOVE "N" TO LK-POS-VALIDA

            IF LK-POS-DATA-REF NOT NUMERIC OR
                  LK-POS-DATA-REF = ZEROS THEN
                DISPLAY "POSICAO DA CARTEIRA SEM REGISTRO DE "
                        "CONTROLE - RODAR O BATCHDIV"
                GOBACK
            END-IF

            IF NOT LK-POS-COMPLETA THEN
                DISPLAY "POSICAO DA CARTEIRA DE " LK-POS-DATA-REF
                        " INCOMPLETA - FECHAMENTO NOTURNO (BATCHDIV)"
                        " INTERROMPIDO OU EM ANDAMENTO"
                GOBACK
            END-IF

            MOVE "POSVALID"       TO WS-PAR-CODIGO
            MOVE LK-DATA-SISTEMA  TO WS-PAR-DATA-REF
            MOVE WS-DIAS-POSVALID TO WS-PAR-VALOR
            CALL "LEPARAM" USING WS-PAR-CODIGO WS-PAR-DATA-REF
                                 WS-PAR-VALOR WS-PAR-ACHADO
            MOVE WS-PAR-VALOR     TO WS-DIAS-POSVALID

            COMPUTE WS-IDADE-POSICAO =
                    FUNCTION INTEGER-OF-DATE(LK-DATA-SISTEMA)
                  - FUNCTION INTEGER-OF-DATE(LK-POS-DATA-REF)

            IF WS-IDADE-POSICAO < 0 OR
                  WS-IDADE-POSICAO > WS-DIAS-POSVALID THEN
                DISPLAY "POSICAO DA CARTEIRA DE " LK-POS-DATA-REF
                        " DESATUALIZADA PARA O PROCESSAMENTO DE "
                        LK-DATA-SISTEMA " (TOLERANCIA "
                        WS-DIAS-POSVALID " DIA(S)) - RODAR O BATCHDIV"
            ELSE
                MOVE "S" TO LK-POS-VALIDA
                DISPLAY "POSICAO DA CARTEIRA DE " LK-POS-DATA-REF
            END-IF
            GOBACK.
