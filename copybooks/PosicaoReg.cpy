      ******************************************************************
      * Copybook: PosicaoReg
      * Purpose:  Layout da posicao diaria da carteira (arquivo
      *           indexado POSICAO, chave WS-POS-CONTRATO), gravada
      *           pelo BATCHDIV a cada fechamento noturno: um
      *           registro por contrato ativo fechado na noite, com o
      *           saldo em aberto, os juros, o vencimento em aberto
      *           mais antigo, os dias de atraso (calendario de dias
      *           uteis, PROXDIAU) e a faixa de aging, todos apurados
      *           na data WS-POS-DATA-REF.
      *           O registro de chave zero e o controle da posicao:
      *           data da apuracao, situacao ("A" - fechamento em
      *           andamento ou interrompido, "C" - completa), a
      *           quantidade de contratos gravados e os limites de
      *           faixa (FAIXA1/2/3) vigentes na noite. Area de
      *           controle REDEFINES a area de dados do contrato.
      *           Lido pelo RELATORIO, NOTIFICA, EXPAGENC, GERENMES e
      *           PERDALOT no lugar de recalcular o atraso; posicao
      *           incompleta ou mais velha que o parametro POSVALID
      *           (PARAMS, em dias) faz o programa recusar a rodada.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-POSICAO.
           03 WS-POS-CONTRATO          PIC 9(07).
           03 WS-POS-DATA-REF          PIC 9(08).
           03 WS-POS-DADOS.
               05 WS-POS-TELEFONE      PIC X(09).
               05 WS-POS-STS-DIVIDA    PIC X.
                   88 WS-POS-PG        VALUE "S".
                   88 WS-POS-N-PG      VALUE "N".
               05 WS-POS-SALDO-ABERTO  PIC 9(08)V99.
               05 WS-POS-JUROS         PIC 9(07)V99.
               05 WS-POS-VENC-ABERTO   PIC 9(08).
               05 WS-POS-DIAS-ATRASO   PIC S9(05).
               05 WS-POS-FAIXA         PIC 9(01).
           03 WS-POS-CONTROLE REDEFINES WS-POS-DADOS.
               05 WS-POS-SITUACAO      PIC X.
                   88 WS-POS-EM-ANDAMENTO VALUE "A".
                   88 WS-POS-COMPLETA     VALUE "C".
               05 WS-POS-QTD-CONTRATOS PIC 9(07).
               05 WS-POS-HORA-GERACAO  PIC 9(08).
               05 WS-POS-FAIXA1-DIAS   PIC 9(03).
               05 WS-POS-FAIXA2-DIAS   PIC 9(03).
               05 WS-POS-FAIXA3-DIAS   PIC 9(03).
               05 FILLER               PIC X(18).
           03 FILLER                   PIC X(10).
