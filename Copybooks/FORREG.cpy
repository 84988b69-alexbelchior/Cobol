      *           DE COMPRA (OCPREG) APONTAM PARA AQUI E O
      *           RECEBIMENTO NO ESTMANU E CONFERIDO CONTRA A OC -
      *           A COMPRA DEIXA DE SAIR DO SISTEMA POR TELEFONE.
      *           BANCO, AGENCIA E CONTA DO FORNECEDOR SAO O DESTINO
      *           DO PAGAMENTO NA REMESSA DE PAGAMENTOS (PAGREMES).
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui FOR-BANCO, FOR-AGENCIA e FOR-CONTA-CORR
      *                 no fim do registro (dados bancarios para a
      *                 remessa de pagamentos). ATENCAO: registro
      *                 maior - conversao unica na implantacao, com os
      *                 campos novos zerados/brancos.
      ******************************************************************
       01 FORNECEDOR-REG.
           05 FOR-CODIGO           PIC 9(04).
           05 FOR-STATUS           PIC X(01).
               88 FORNEC-ATIVO     VALUE 'A'.
               88 FORNEC-INATIVO   VALUE 'I'.
           05 FOR-BANCO            PIC 9(03).
           05 FOR-AGENCIA          PIC 9(05).
           05 FOR-CONTA-CORR       PIC X(12).
