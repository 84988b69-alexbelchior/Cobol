      *           EM PEDIDO, MESMO QUE AS TABELAS TENHAM MUDADO.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui OCI-ORIGEM-PRECO (T=tabela, A=
      *                 acordo, P=promocao) e OCI-PROMOCAO -
      *                 de onde veio o preco da linha e o
      *                 codigo da promocao aplicada, para o
      *                 relatorio pos-campanha (PROMREL).
      *                 ATENCAO: arquivos ORCITENS ja
      *                 existentes precisam de conversao
      *                 unica na implantacao (origem branco
      *                 e lida como tabela).
      ******************************************************************
       01 ORC-ITEM-REG.
           05 OCI-CHAVE.
           05 OCI-PRECO-UNIT       PIC 9(07)V99.
           05 OCI-DESCONTO-PCT     PIC 9(02)V99.
           05 OCI-TOTAL            PIC 9(09)V99.
           05 OCI-ORIGEM-PRECO     PIC X(01).
               88 OCI-PRECO-TABELA VALUE 'T' ' '.
               88 OCI-PRECO-ACORDO VALUE 'A'.
               88 OCI-PRECO-PROMOCAO VALUE 'P'.
           05 OCI-PROMOCAO         PIC 9(06).
