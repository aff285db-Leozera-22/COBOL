      ******************************************************************
      * Copybook: BiroEnvio
      * Purpose:  Layout fixo dos arquivos enviados ao biro de credito
      *           pelo lote NEGATIVA - inclusao (arquivo INCLBIRO) e
      *           exclusao (arquivo EXCLBIRO), com header ("0"), um
      *           detalhe ("1") por contrato e trailer ("9") com a
      *           quantidade e o valor total do lote. O detalhe leva
      *           CPF, nome completo e endereco do devedor (CADASTRO)
      *           e o contrato, o valor em atraso e o vencimento mais
      *           antigo em aberto (CONTRATOS); na exclusao, tambem o
      *           motivo (Q quitado, A acordo, P perda). Area de
      *           controle REDEFINES a area de dados do detalhe.
      * Modification History:
      *   15/10/2026 - LO - Criacao.
      ******************************************************************
       01 WS-REG-BIRO-ENVIO.
           03 WS-BIR-TIPO-REG      PIC X.
               88 WS-BIR-HEADER    VALUE "0".
               88 WS-BIR-DETALHE   VALUE "1".
               88 WS-BIR-TRAILER   VALUE "9".
           03 WS-BIR-LOTE          PIC 9(05).
           03 WS-BIR-MOVIMENTO     PIC X.
               88 WS-BIR-INCLUSAO  VALUE "I".
               88 WS-BIR-EXCLUSAO  VALUE "E".
           03 WS-BIR-DADOS.
               05 WS-BIR-CPF           PIC 9(11).
               05 WS-BIR-NOME          PIC X(30).
               05 WS-BIR-LOGRADOURO    PIC X(30).
               05 WS-BIR-CIDADE        PIC X(20).
               05 WS-BIR-UF            PIC X(02).
               05 WS-BIR-CEP           PIC 9(08).
               05 WS-BIR-CONTRATO      PIC 9(07).
               05 WS-BIR-VALOR         PIC 9(08)V99.
               05 WS-BIR-DATA-VENCTO   PIC 9(08).
               05 WS-BIR-MOTIVO-EXCL   PIC X.
           03 WS-BIR-CONTROLE REDEFINES WS-BIR-DADOS.
               05 WS-BIR-DATA-GERACAO  PIC 9(08).
               05 WS-BIR-QTD-REGISTROS PIC 9(05).
               05 WS-BIR-TOTAL-VALOR   PIC 9(11)V99.
               05 FILLER               PIC X(101).
