      *                 pagamento em CONDPAG; 0 = A VISTA 30 DIAS, O
      *                 PRAZO PADRAO DO FATURAMENTO). ENTRA NA MESMA
      *                 CONVERSAO UNICA ACIMA.
      * 15/10/2026 ABM  Inclui PED-RAZAO-SITUACAO com a data/hora do
      *                 lancamento 'V' que o FATURA posta no razao de
      *                 vendas (SALESLED) ao faturar o pedido - a chave
      *                 do lancamento fica no pedido para o estorno do
      *                 cancelamento referencia-lo e para a
      *                 resubmissao nao postar duas vezes. ATENCAO:
      *                 os campos novos mudam o tamanho do registro -
      *                 arquivos PEDIDOS ja existentes precisam de
      *                 conversao unica na implantacao.
      * 15/10/2026 ABM  Inclui PED-DATA-PROMETIDA - data de entrega
      *                 prometida ao cliente na entrada (a maior
      *                 data prometida das linhas, rotina comum
      *                 PRAZOENT), comparada pelo OTIFREL com a
      *                 entrega real de PEDSTHIS.TXT. ATENCAO: o
      *                 campo novo muda o tamanho do registro -
      *                 arquivos PEDIDOS ja existentes precisam de
      *                 conversao unica na implantacao (zeros = sem
      *                 data prometida, fora do OTIF).
      * 15/10/2026 ABM  Inclui PED-EMPRESA - empresa/filial do mestre
      *                 EMPRESAS que vendeu o pedido; o faturamento e a
      *                 nota saem nela. ATENCAO: o campo novo muda o
      *                 tamanho do registro - arquivos PEDIDOS ja
      *                 existentes precisam de conversao unica na
      *                 implantacao (pedidos antigos ficam na 01).
      ******************************************************************
       01 PEDIDO-REG.
           05 PED-NUMERO           PIC 9(06).
           05 PED-VENDEDOR         PIC 9(04).
           05 PED-END-ENTREGA      PIC 9(02).
           05 PED-COND-PAGTO       PIC 9(02).
           05 PED-RAZAO-SITUACAO   PIC X(01).
               88 RAZAO-NAO-LANCADO VALUE 'N' ' '.
               88 RAZAO-LANCADO     VALUE 'L'.
               88 RAZAO-ESTORNADO   VALUE 'E'.
           05 PED-RAZAO-DATA       PIC 9(08).
           05 PED-RAZAO-HORA       PIC 9(06).
           05 PED-DATA-PROMETIDA   PIC 9(08).
           05 PED-EMPRESA          PIC 9(02).
