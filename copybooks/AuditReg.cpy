      * Copybook: AuditReg
      * Purpose:  Layout da trilha de auditoria de atualizacoes do
      *           mestre (arquivo AUDITLOG): um registro por WRITE/
      *           REWRITE/DELETE no CADASTRO, CONTRATOS, PARCELAS ou
      *           PAGTOS (ARQUIVO = nome do DD), com data/hora,
      *           programa de origem, operador quando conhecido e as
      *           imagens do registro antes e depois da gravacao
      *           (imagem antes em brancos quando e inclusao, imagem
      *           depois em brancos quando e exclusao).
      *           Gravado pelo subprograma GRAVAAUD e consultado por
      *           telefone na CONSULTA.
      * Modification History:
      *                     AUDITLOG passa de 180 para 300: arquivar
      *                     a trilha antiga e deixar o DISP=MOD criar
      *                     a nova na primeira gravacao.
      *   15/10/2026 - LO - PARCELAS e PAGTOS passam a ter imagens na
      *                     trilha (reaplicadas pelo RECUPERA).
      ******************************************************************
       01 WS-REG-AUDIT.
           03 WS-AUD-DATA          PIC 9(08).
