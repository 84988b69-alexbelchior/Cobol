      ******************************************************************
      * Copybook: CTAPAG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO TITULO DE CONTAS A PAGAR (ARQUIVO
      *           CONTASP) - UM TITULO POR PARCELA DA NOTA FISCAL DO
      *           FORNECEDOR, CHAVE PELO NUMERO DO TITULO (CONTADOR
      *           'TP' DO PEDCTRL), COM CHAVE ALTERNADA FORNECEDOR+
      *           NOTA (COM DUPLICATAS - AS PARCELAS DA MESMA NOTA
      *           DIVIDEM A CHAVE) PARA A DIGITACAO RECUSAR A MESMA
      *           NOTA DUAS VEZES. O VALOR PAGO E ACUMULADO NO
      *           PROPRIO TITULO, COMO NO CONTAS A RECEBER (CTAREC).
      *           NOTA COM OC PASSA PELA CONFERENCIA DE TRES VIAS
      *           (NOTA X OC X RECEBIMENTO): DIVERGENCIA ACIMA DA
      *           TOLERANCIA BLOQUEIA AS PARCELAS PARA PAGAMENTO ATE O
      *           COMPRADOR APROVAR (LIBERA) OU REJEITAR (CANCELA).
      *           O PAGAMENTO SAI NA REMESSA AO BANCO (PAGREMES, QUE
      *           MARCA O TITULO COM A SEQUENCIA DA REMESSA ATE O
      *           RETORNO) OU E REGISTRADO A MAO (PAGBAIXA); CADA
      *           PAGAMENTO DEIXA LINHA EM PAGMOV.TXT (PAGMREG).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui PAG-CONFERENCIA (resultado da conferencia
      *                 de tres vias: N = confere/sem OC, B = bloqueado,
      *                 A = aprovado, R = rejeitado pelo comprador) com
      *                 usuario e data da decisao do comprador.
      * 15/10/2026 ABM  Inclui PAG-REMESSA (sequencia da remessa de
      *                 pagamento que aguarda retorno do banco, zero
      *                 fora do banco), PAG-DATA-PAGTO e PAG-FORMA-PAGTO
      *                 (ultimo pagamento). ATENCAO: registro maior -
      *                 conversao unica na implantacao, campos zerados.
      ******************************************************************
       01 PAGAR-REG.
           05 PAG-TITULO           PIC 9(08).
           05 PAG-NOTA-CHAVE.
               10 PAG-FORNECEDOR   PIC 9(04).
               10 PAG-NOTA-FISCAL  PIC 9(09).
           05 PAG-OC               PIC 9(06).
           05 PAG-DATA-EMISSAO     PIC 9(08).
           05 PAG-DATA-VENCIMENTO  PIC 9(08).
           05 PAG-VALOR            PIC 9(08)V99.
           05 PAG-VALOR-PAGO       PIC 9(08)V99.
           05 PAG-STATUS           PIC X(01).
               88 PAGAR-ABERTO     VALUE 'A'.
               88 PAGAR-LIQUIDADO  VALUE 'L'.
               88 PAGAR-CANCELADO  VALUE 'C'.
           05 PAG-PARCELA          PIC 9(02).
           05 PAG-QTD-PARCELAS     PIC 9(02).
           05 PAG-COND-PAGTO       PIC 9(02).
           05 PAG-DATA-ENTRADA     PIC 9(08).
           05 PAG-USUARIO          PIC X(20).
           05 PAG-CONFERENCIA      PIC X(01).
               88 CONFERENCIA-OK        VALUE 'N'.
               88 CONFERENCIA-BLOQUEADA VALUE 'B'.
               88 CONFERENCIA-APROVADA  VALUE 'A'.
               88 CONFERENCIA-REJEITADA VALUE 'R'.
               88 PAGAR-LIBERADO        VALUE 'N' 'A'.
           05 PAG-CONF-USUARIO     PIC X(20).
           05 PAG-CONF-DATA        PIC 9(08).
           05 PAG-REMESSA          PIC 9(06).
           05 PAG-DATA-PAGTO       PIC 9(08).
           05 PAG-FORMA-PAGTO      PIC X(01).
               88 PAGTO-BANCO         VALUE 'B'.
               88 PAGTO-TRANSFERENCIA VALUE 'T'.
               88 PAGTO-CHEQUE        VALUE 'C'.
               88 PAGTO-DINHEIRO      VALUE 'D'.
