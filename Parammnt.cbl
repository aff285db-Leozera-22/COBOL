      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 - LO - Criacao.
      *   15/10/2026 - LO - Aceita os codigos COMFAIX1 a COMFAIX4
      *                     (taxa de comissao da agencia por faixa,
      *                     usada no acerto mensal COMAGENC).
      *   15/10/2026 - LO - Aceita os codigos BOLEDIAS, PRAZOEXC,
      *                     PROMPRAZ, DESCANTE, COTAPRAZ, CRDFAIXA,
      *                     CRDLIMIT, CRDMODO, ARQMESES e POSVALID
      *                     (boleto, exclusao do bureau, promessa,
      *                     quitacao, credito, arquivamento e
      *                     validade da posicao).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMMNT.

       SOLICITAR-CODIGO.
            DISPLAY "INFORME O CODIGO DO PARAMETRO (TAXAJURO, "
                    "FAIXA1, FAIXA2, FAIXA3, REENVIO, PERDCORT, "
                    "COMFAIX1 A COMFAIX4, BOLEDIAS, PRAZOEXC, "
                    "PROMPRAZ, DESCANTE, COTAPRAZ, CRDFAIXA, "
                    "CRDLIMIT, CRDMODO, ARQMESES, POSVALID): "
            ACCEPT WS-AUX-CODIGO
            IF WS-AUX-CODIGO = "TAXAJURO" OR
                  WS-AUX-CODIGO = "FAIXA1" OR
                  WS-AUX-CODIGO = "FAIXA2" OR
                  WS-AUX-CODIGO = "FAIXA3" OR
                  WS-AUX-CODIGO = "REENVIO" OR
                  WS-AUX-CODIGO = "PERDCORT" OR
                  WS-AUX-CODIGO = "COMFAIX1" OR
                  WS-AUX-CODIGO = "COMFAIX2" OR
                  WS-AUX-CODIGO = "COMFAIX3" OR
                  WS-AUX-CODIGO = "COMFAIX4" OR
                  WS-AUX-CODIGO = "BOLEDIAS" OR
                  WS-AUX-CODIGO = "PRAZOEXC" OR
                  WS-AUX-CODIGO = "PROMPRAZ" OR
                  WS-AUX-CODIGO = "DESCANTE" OR
                  WS-AUX-CODIGO = "COTAPRAZ" OR
                  WS-AUX-CODIGO = "CRDFAIXA" OR
                  WS-AUX-CODIGO = "CRDLIMIT" OR
                  WS-AUX-CODIGO = "CRDMODO" OR
                  WS-AUX-CODIGO = "ARQMESES" OR
                  WS-AUX-CODIGO = "POSVALID" THEN
                SET WS-CODIGO-VALIDO TO TRUE
            ELSE
                DISPLAY "CODIGO DESCONHECIDO - DIGITE NOVAMENTE"
