      *           QUE PEDIDO E LANCAMENTO DE VENDA REGISTREM QUEM
      *           VENDEU E A COMISSAO SAIA DO RAZAO, NAO DAS COPIAS
      *           DE PAPEL.
      *           A MATRICULA E A DO VENDEDOR NA FOLHA DE PAGAMENTO,
      *           CHAVE DA INTERFACE DE COMISSOES (COMFOLHA/COMFRET).
      * Modification History:
      * 22/08/2026 ABM  Layout inicial - CODIGO/NOME/COMISSAO/STATUS.
      * 15/10/2026 ABM  Inclui VEN-MATRICULA (matricula na folha).
      *                 ATENCAO: muda o tamanho do registro - VENDEDOR
      *                 existente precisa de conversao unica (zeros =
      *                 sem matricula, nao vai para a folha).
      * 15/10/2026 ABM  Inclui VEN-DESCONTO-MAX - desconto maximo por
      *                 linha que o vendedor pode dar, conferido na
      *                 auditoria de precos faturados (PRCAUDIT).
      *                 ATENCAO: muda o tamanho do registro - VENDEDOR
      *                 existente precisa de conversao unica (zeros =
      *                 sem limite cadastrado).
      ******************************************************************
       01 VENDEDOR-REG.
           05 VEN-CODIGO           PIC 9(04).
           05 VEN-STATUS           PIC X(01).
               88 VENDEDOR-ATIVO   VALUE 'A'.
               88 VENDEDOR-INATIVO VALUE 'I'.
           05 VEN-MATRICULA        PIC 9(08).
           05 VEN-DESCONTO-MAX     PIC 9(02)V99.
