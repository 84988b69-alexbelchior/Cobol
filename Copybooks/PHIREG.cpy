      *           COMO FOI DIGITADO, PRECO POR PRECO.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui PHI-ORIGEM-PRECO (T=tabela, A=
      *                 acordo, P=promocao) e PHI-PROMOCAO -
      *                 de onde veio o preco da linha e o
      *                 codigo da promocao aplicada, para o
      *                 relatorio pos-campanha (PROMREL).
      *                 ATENCAO: arquivos PEDHITEN ja
      *                 existentes precisam de conversao
      *                 unica na implantacao (origem branco
      *                 e lida como tabela).
      * 15/10/2026 ABM  Origem C=preco do contrato recorrente
      *                 (CTI-PRECO, reajustado pelo CTOREAJ).
      ******************************************************************
       01 PED-HOLD-ITEM-REG.
           05 PHI-CHAVE.
           05 PHI-PRECO-UNIT       PIC 9(07)V99.
           05 PHI-DESCONTO-PCT     PIC 9(02)V99.
           05 PHI-TOTAL            PIC 9(09)V99.
           05 PHI-ORIGEM-PRECO     PIC X(01).
               88 PHI-PRECO-TABELA VALUE 'T' ' '.
               88 PHI-PRECO-ACORDO VALUE 'A'.
               88 PHI-PRECO-PROMOCAO VALUE 'P'.
               88 PHI-PRECO-CONTRATO VALUE 'C'.
           05 PHI-PROMOCAO         PIC 9(06).
