      *                 muda o tamanho do registro - arquivos
      *                 PEDITENS ja existentes precisam de conversao
      *                 unica na implantacao.
      * 15/10/2026 ABM  Inclui ITN-ORIGEM-PRECO (T=tabela, A=
      *                 acordo, P=promocao) e ITN-PROMOCAO -
      *                 de onde veio o preco da linha e o
      *                 codigo da promocao aplicada, para o
      *                 relatorio pos-campanha (PROMREL).
      *                 ATENCAO: arquivos PEDITENS ja
      *                 existentes precisam de conversao
      *                 unica na implantacao (origem branco
      *                 e lida como tabela).
      * 15/10/2026 ABM  Origem C=preco do contrato recorrente
      *                 (CTI-PRECO, reajustado pelo CTOREAJ).
      * 15/10/2026 ABM  Inclui ITN-DATA-PROMETIDA - data de entrega
      *                 prometida da linha (estoque disponivel ou
      *                 OC aberta, mais o transito da UF, em dia
      *                 util - rotina comum PRAZOENT). ATENCAO:
      *                 arquivos PEDITENS ja existentes precisam de
      *                 conversao unica na implantacao.
      ******************************************************************
       01 ITEM-PEDIDO-REG.
           05 ITN-CHAVE.
           05 ITN-DESCONTO-PCT     PIC 9(02)V99.
           05 ITN-TOTAL            PIC 9(09)V99.
           05 ITN-QTD-ENTREGUE     PIC 9(05).
           05 ITN-ORIGEM-PRECO     PIC X(01).
               88 ITN-PRECO-TABELA VALUE 'T' ' '.
               88 ITN-PRECO-ACORDO VALUE 'A'.
               88 ITN-PRECO-PROMOCAO VALUE 'P'.
               88 ITN-PRECO-CONTRATO VALUE 'C'.
           05 ITN-PROMOCAO         PIC 9(06).
           05 ITN-DATA-PROMETIDA   PIC 9(08).
