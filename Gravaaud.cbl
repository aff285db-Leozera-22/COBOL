      * Author: LEONARDO OLIVEIRA
      * Date: 21/08/2026
      * Purpose: SUBPROGRAMA DE AUDITORIA - GRAVA NO ARQUIVO AUDITLOG
      *          UM REGISTRO POR ATUALIZACAO DO MESTRE (CADASTRO,
      *          CONTRATOS, PARCELAS OU PAGTOS), COM DATA/HORA,
      *          PROGRAMA DE ORIGEM, OPERADOR E AS IMAGENS ANTES/
      *          DEPOIS DO REGISTRO.
      *          CHAMADO POR TODO PROGRAMA QUE GRAVA O MESTRE, PARA A
      *          TRILHA FICAR NUM PONTO SO.
      * Tectonics: cobc
      *   01/09/2026 - LO - Imagens antes/depois alargadas para 120
      *                     bytes (registro de cliente com endereco e
      *                     CPF) - LRECL do AUDITLOG passa a 300.
      *   15/10/2026 - LO - Trilha passa a receber tambem as gravacoes
      *                     de PARCELAS e PAGTOS (reaplicadas pelo
      *                     RECUPERA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAAUD.
