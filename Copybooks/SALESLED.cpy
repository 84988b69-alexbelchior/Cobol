      *                 LOJAS; zeros = lancamento digitado, nao
      *                 vindo da carga). ATENCAO: entra na mesma
      *                 conversao unica de tamanho de registro.
      * 15/10/2026 ABM  Inclui SEL-PEDIDO (numero do pedido faturado
      *                 pelo FATURA que originou o lancamento; zeros =
      *                 lancamento digitado ou da carga de loja). O
      *                 estorno de pedido cancelado leva o mesmo
      *                 numero. ATENCAO: o campo novo muda o tamanho
      *                 do registro - arquivos SALESLED ja existentes
      *                 precisam de conversao unica na implantacao.
      * 15/10/2026 ABM  Inclui SEL-EMPRESA (empresa/filial do mestre
      *                 EMPRESAS que fez a venda; o estorno leva a
      *                 mesma). ATENCAO: o campo novo muda o tamanho do
      *                 registro - arquivos SALESLED ja existentes
      *                 precisam de conversao unica na implantacao
      *                 (lancamentos antigos ficam na 01).
      ******************************************************************
       01 SALES-LEDGER-REG.
           05 SEL-CHAVE.
               10 SEL-REF-HORA      PIC 9(06).
           05 SEL-VENDEDOR          PIC 9(04).
           05 SEL-LOJA              PIC 9(03).
           05 SEL-PEDIDO            PIC 9(06).
           05 SEL-EMPRESA           PIC 9(02).
