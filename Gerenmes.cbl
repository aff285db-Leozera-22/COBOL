      * Purpose: RELATORIO GERENCIAL MENSAL DA COBRANCA - CRUZA O
      *          RAZAO (PAGTOS), O PLANO (PARCELAS), O LOG DE AVISOS
      *          (CONTATOS), O CONTROLE DE REMESSAS (REMESSAS), O
      *          HISTORICO DE ACORDOS (ACORDOS), A CARTEIRA
      *          (CONTRATOS) E A POSICAO DA CARTEIRA GRAVADA PELO
      *          BATCHDIV (POSICAO) E RESPONDE AS PERGUNTAS DO DONO:
      *          - RECEBIMENTO DO MES POR FAIXA DE ATRASO NA DATA DO
      *            PAGAMENTO E PERCENTUAL DE RECUPERACAO POR FAIXA
      *            (RECEBIDO SOBRE RECEBIDO + CARTEIRA EM ABERTO);
      *          - RECEBIMENTO POR CANAL DE COBRANCA (BALCAO,
      *            NOTIFICACAO, AGENCIA, ACORDO, BANCO) COM A
      *            PARTICIPACAO DE CADA CANAL;
      *          - AVISOS EMITIDOS POR FAIXA NO MES E QUANTO PAGOU
      *            APOS AVISO, POR FAIXA MAIS ALTA JA AVISADA;
      *          - ENVIADO X CONFIRMADO POR REMESSA DA AGENCIA;
      * Tectonics: cobc
      * Modification History:
      *   01/09/2026 - LO - Criacao.
      *   15/10/2026 - LO - Canal BANCO (quinto canal): liquidacao de
      *                     boleto postada pelo IMPBANCO, operador
      *                     "BANCO" no razao.
      *   15/10/2026 - LO - Carteira em aberto por faixa e atraso dos
      *                     contratos de acordo passam a vir da
      *                     posicao da carteira (arquivo POSICAO do
      *                     BATCHDIV) em vez de recalculados aqui.
      *                     Posicao incompleta ou desatualizada
      *                     (VALPOSIC) recusa o relatorio com RC 8.
      *   15/10/2026 - LO - Desconto de quitacao antecipada (tipo "D"
      *                     no razao) abatido do recebido, como o
      *                     estorno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERENMES.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CONTRATOS.

           SELECT POSICAO ASSIGN TO "POSICAO"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WS-POS-CONTRATO
               FILE STATUS IS WS-FS-POSICAO.

           SELECT GERENREL ASSIGN TO "GERENREL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
       FD  CONTRATOS.
           COPY "copybooks/ContratoReg.cpy".

       FD  POSICAO.
           COPY "copybooks/PosicaoReg.cpy".

       FD  GERENREL.
       01  WS-LINHA-REL        PIC X(80).

       77 WS-FS-REMESSAS    PIC XX.
       77 WS-FS-ACORDOS     PIC XX.
       77 WS-FS-CONTRATOS   PIC XX.
       77 WS-FS-POSICAO     PIC XX.
       77 WS-FS-GERENREL    PIC XX.
       77 WS-PARM-PERIODO   PIC X(20).
       77 WS-PERIODO        PIC 9(06).
           88 WS-CONTATOS-ABERTOS VALUE "S".
       77 WS-SW-CTR-ABERTO  PIC X VALUE "N".
           88 WS-CONTRATOS-ABERTOS VALUE "S".
       77 WS-SW-POS-ABERTO  PIC X VALUE "N".
           88 WS-POSICAO-ABERTA VALUE "S".
       77 WS-SW-POS-VALIDA  PIC X VALUE "N".
           88 WS-POSICAO-VALIDA VALUE "S".
       77 WS-SW-FIM-POS     PIC X VALUE "N".
           88 WS-FIM-POSICAO VALUE "S".
       77 WS-SW-FIM-PGTO    PIC X VALUE "N".
           88 WS-FIM-PAGTOS VALUE "S".
       77 WS-SW-FIM-RMS     PIC X VALUE "N".
           88 WS-FIM-ACORDOS VALUE "S".
       77 WS-SW-FIM-CTR     PIC X VALUE "N".
           88 WS-FIM-CONTRATOS VALUE "S".
       77 WS-SW-ACD-CANAL   PIC X VALUE "N".
           88 WS-CONTRATO-DE-ACORDO VALUE "S".
       77 WS-VLR-SINAL      PIC S9(09)V99.
       77 WS-FAIXA-AVISADA  PIC 9(01).
       77 WS-IDX            PIC 9(02).
       77 WS-CANAL          PIC 9(01).
       77 WS-RMS-NUM-ATUAL  PIC 9(05).
       77 WS-RMS-ENV-TOT    PIC 9(11)V99.
       77 WS-RMS-CNF-TOT    PIC 9(11)V99.
               05 WS-FX-QTD       PIC 9(05).
               05 WS-FX-CARTEIRA  PIC 9(11)V99.
       01 WS-TAB-CANAL.
           03 WS-CN-ENT OCCURS 5 TIMES.
               05 WS-CN-RECEBIDO  PIC S9(11)V99.
               05 WS-CN-QTD       PIC 9(05).
       01 WS-TAB-AVISO.
            PERFORM ABRIR-ARQUIVOS.

            PERFORM ESCREVER-CABECALHO.
            IF WS-POSICAO-VALIDA THEN
                PERFORM APURAR-RECEBIMENTOS
                PERFORM APURAR-CARTEIRA
                PERFORM RELATAR-FAIXAS
                PERFORM RELATAR-CANAIS
                PERFORM RELATAR-AVISOS
                PERFORM RELATAR-REMESSAS
                PERFORM RELATAR-ACORDOS
            ELSE
                MOVE SPACES TO WS-LINHA
                STRING "RELATORIO NAO EMITIDO - POSICAO DA CARTEIRA "
                       "RECUSADA"
                       DELIMITED BY SIZE INTO WS-LINHA
                PERFORM ESCREVER-LINHA
                MOVE 8 TO RETURN-CODE
            END-IF

            PERFORM FECHAR-ARQUIVOS.
            GOBACK.
            MOVE 1 TO WS-IDX
            PERFORM ZERAR-FAIXA UNTIL WS-IDX > 5
            MOVE 1 TO WS-IDX
            PERFORM ZERAR-CANAL UNTIL WS-IDX > 5
            MOVE 1 TO WS-IDX
            PERFORM ZERAR-AVISO UNTIL WS-IDX > 4.

            IF WS-FS-CONTRATOS = "00" THEN
                SET WS-CONTRATOS-ABERTOS TO TRUE
            END-IF
            OPEN INPUT POSICAO.
            IF WS-FS-POSICAO = "00" THEN
                SET WS-POSICAO-ABERTA TO TRUE
                PERFORM VALIDAR-POSICAO
            ELSE
                DISPLAY "POSICAO DA CARTEIRA NAO ABRIU (STATUS "
                        WS-FS-POSICAO ") - RODAR O BATCHDIV"
            END-IF
            OPEN OUTPUT GERENREL.

       VALIDAR-POSICAO.
            MOVE ZEROS TO WS-POS-CONTRATO
            READ POSICAO
                INVALID KEY
                    MOVE ZEROS  TO WS-POS-DATA-REF
                    MOVE SPACES TO WS-POS-SITUACAO
            END-READ
            CALL "VALPOSIC" USING WS-POS-DATA-REF WS-POS-SITUACAO
                                  WS-DATA-SISTEMA WS-SW-POS-VALIDA.

       FECHAR-ARQUIVOS.
            IF WS-PARCELAS-ABERTAS THEN
                CLOSE PARCELAS
            IF WS-CONTRATOS-ABERTOS THEN
                CLOSE CONTRATOS
            END-IF
            IF WS-POSICAO-ABERTA THEN
                CLOSE POSICAO
            END-IF
            CLOSE GERENREL.

       ESCREVER-LINHA.

       CLASSIFICAR-PAGTO.
            IF WS-PGTO-DATA(1:6) = WS-PERIODO THEN
                IF WS-PGTO-ESTORNO OR WS-PGTO-DESCONTO THEN
                    COMPUTE WS-VLR-SINAL = 0 - WS-PGTO-VALOR
                ELSE
                    MOVE WS-PGTO-VALOR TO WS-VLR-SINAL
      ******************************************************************
      * CANAL DO LANCAMENTO: 1=BALCAO, 2=NOTIFICACAO (AVISO EMITIDO
      * ANTES DO PAGAMENTO), 3=AGENCIA (OPERADOR AGENCIA), 4=ACORDO
      * (CONTRATO NASCIDO DE RENEGOCIACAO), 5=BANCO (BOLETO LIQUIDADO,
      * OPERADOR BANCO)
      ******************************************************************
       APURAR-CANAL-PGTO.
            MOVE ZERO TO WS-FAIXA-AVISADA
            EVALUATE TRUE
                WHEN WS-PGTO-OPERADOR = "AGENCIA"
                    MOVE 3 TO WS-CANAL
                WHEN WS-PGTO-OPERADOR = "BANCO"
                    MOVE 5 TO WS-CANAL
                WHEN OTHER
                    PERFORM VERIFICAR-CONTRATO-ACORDO
                    IF WS-CONTRATO-DE-ACORDO THEN
            ADD 1 TO WS-IDX.

      ******************************************************************
      * CARTEIRA EM ABERTO POR FAIXA NA POSICAO DA CARTEIRA (SALDO EM
      * ABERTO MAIS JUROS), PARA O PERCENTUAL DE RECUPERACAO
      * (RECEBIDO / RECEBIDO + EM ABERTO)
      ******************************************************************
       APURAR-CARTEIRA.
            MOVE ZEROS TO WS-POS-CONTRATO
            START POSICAO KEY IS GREATER THAN WS-POS-CONTRATO
                INVALID KEY
                    SET WS-FIM-POSICAO TO TRUE
            END-START
            PERFORM LER-PROXIMA-POSICAO
            PERFORM CLASSIFICAR-CARTEIRA UNTIL WS-FIM-POSICAO.

       LER-PROXIMA-POSICAO.
            IF NOT WS-FIM-POSICAO THEN
                READ POSICAO NEXT RECORD
                    AT END
                        SET WS-FIM-POSICAO TO TRUE
                END-READ
            END-IF.

       CLASSIFICAR-CARTEIRA.
            IF WS-POS-N-PG THEN
                COMPUTE WS-FX-CARTEIRA(WS-POS-FAIXA + 1) =
                        WS-FX-CARTEIRA(WS-POS-FAIXA + 1)
                      + WS-POS-SALDO-ABERTO + WS-POS-JUROS
            END-IF
            PERFORM LER-PROXIMA-POSICAO.

       RELATAR-FAIXAS.
            MOVE SPACES TO WS-LINHA
              TO WS-LINHA
            PERFORM ESCREVER-LINHA
            MOVE 1 TO WS-IDX
            PERFORM RELATAR-UM-CANAL UNTIL WS-IDX > 5
            MOVE WS-TOT-RECEBIDO TO WS-ED-VALOR
            MOVE SPACES TO WS-LINHA
            STRING "  TOTAL DO MES " WS-ED-VALOR
                    MOVE "NOTIFICACAO    " TO WS-ROTULO-FAIXA
                WHEN 3
                    MOVE "AGENCIA        " TO WS-ROTULO-FAIXA
                WHEN 4
                    MOVE "ACORDO         " TO WS-ROTULO-FAIXA
                WHEN OTHER
                    MOVE "BANCO          " TO WS-ROTULO-FAIXA
            END-EVALUATE
            MOVE WS-CN-RECEBIDO(WS-IDX) TO WS-ED-VALOR
            MOVE WS-CN-QTD(WS-IDX)      TO WS-ED-QTD
                WHEN WS-CTR-PERDA
                    ADD 1 TO WS-QTD-ACD-PERDA
                WHEN OTHER
                    PERFORM CONSULTAR-POSICAO-ACORDO
            END-EVALUATE.

       CONSULTAR-POSICAO-ACORDO.
            MOVE WS-CTR-NUMERO TO WS-POS-CONTRATO
            READ POSICAO
                INVALID KEY
                    MOVE ZERO TO WS-POS-DIAS-ATRASO
            END-READ
            IF WS-POS-DIAS-ATRASO > 0 THEN
                ADD 1 TO WS-QTD-ACD-ATRASO
            ELSE
                ADD 1 TO WS-QTD-ACD-EMDIA
            END-IF.

       RELATAR-COMPORTAMENTO.
            MOVE WS-QTD-ACD-QUIT   TO WS-ED-QTD
            MOVE WS-QTD-ACD-EMDIA  TO WS-ED-QTD2
