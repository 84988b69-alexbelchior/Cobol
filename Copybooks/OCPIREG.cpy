      * Purpose:  LAYOUT DA LINHA DA ORDEM DE COMPRA (ARQUIVO OCITEN)
      *           - CHAVE OC+LINHA, COM PRODUTO, QUANTIDADE PEDIDA E
      *           QUANTIDADE JA RECEBIDA (ACUMULADA PELO RECEBIMENTO
      *           CONTRA A OC NO ESTMANU), PRECO UNITARIO ACERTADO
      *           COM O FORNECEDOR E QUANTIDADE JA FATURADA PELAS
      *           NOTAS DO FORNECEDOR DIGITADAS NO PAGMANU (BASE DA
      *           CONFERENCIA NOTA X OC X RECEBIMENTO).
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui OPI-PRECO-UNIT (preco acertado na emissao
      *                 da OC) e OPI-QTD-FATURADA (acumulada pelas notas
      *                 do fornecedor no PAGMANU), para a conferencia de
      *                 tres vias nota x OC x recebimento. ATENCAO: os
      *                 campos novos mudam o tamanho do registro -
      *                 arquivos OCITEN ja existentes precisam de
      *                 conversao unica na implantacao (preco e faturado
      *                 zerados).
      ******************************************************************
       01 OC-ITEM-REG.
           05 OPI-CHAVE.
           05 OPI-PRODUTO          PIC 9(06).
           05 OPI-QTD-PEDIDA       PIC 9(05).
           05 OPI-QTD-RECEBIDA     PIC 9(05).
           05 OPI-PRECO-UNIT       PIC 9(07)V99.
           05 OPI-QTD-FATURADA     PIC 9(05).
