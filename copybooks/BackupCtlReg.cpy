      ******************************************************************
      * Copybook: BackupCtlReg
      * Purpose:  Registro de controle da copia de seguranca noturna
      *           (arquivo sequencial BKPCTL, um registro por
      *           execucao do BACKUP). Data e hora do descarregamento
      *           e, por mestre copiado (1 CADASTRO, 2 CONTRATO,
      *           3 PARCELAS, 4 PAGTOS - nomes iguais aos DD e ao
      *           campo ARQUIVO da trilha AUDITLOG), a situacao da
      *           copia, a quantidade de registros e o valor de
      *           controle: plano do contrato (parcelas x valor),
      *           valor da parcela, valor do lancamento; zero no
      *           CADASTRO. Conferido pelo RECUPERA antes de
      *           reconstruir um mestre a partir da copia.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-BKPCTL.
           03 WS-BKC-DATA              PIC 9(08).
           03 WS-BKC-HORA              PIC 9(08).
           03 WS-BKC-ARQUIVO OCCURS 4 TIMES.
               05 WS-BKC-NOME          PIC X(08).
               05 WS-BKC-SITUACAO      PIC X(01).
                   88 WS-BKC-COPIADO     VALUE "C".
                   88 WS-BKC-INEXISTENTE VALUE "V".
                   88 WS-BKC-FALHOU      VALUE "F".
               05 WS-BKC-QTD           PIC 9(09).
               05 WS-BKC-VALOR         PIC 9(13)V99.
