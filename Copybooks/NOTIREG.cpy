      *           A REIMPRESSAO NAO VOLTA NAS TABELAS.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui NTI-ORIGEM-PRECO (T=tabela, A=
      *                 acordo, P=promocao) e NTI-PROMOCAO -
      *                 de onde veio o preco da linha e o
      *                 codigo da promocao aplicada, para o
      *                 relatorio pos-campanha (PROMREL).
      *                 ATENCAO: arquivos NOTAITEN ja
      *                 existentes precisam de conversao
      *                 unica na implantacao (origem branco
      *                 e lida como tabela).
      * 15/10/2026 ABM  Inclui NTI-TRIBUTO - cada imposto da linha
      *                 (ICMS, IPI, PIS, COFINS e ICMS-ST) com base,
      *                 aliquota e valor, calculado pela regra
      *                 tributaria (REGRATRB). NTI-IMPOSTO-LINHA passa
      *                 a ser a soma dos impostos da linha.
      *                 ATENCAO: arquivos NOTAITEN ja existentes
      *                 precisam de conversao unica na implantacao
      *                 (linha antiga: todo o imposto como ICMS).
      ******************************************************************
       01 NOTA-ITEM-REG.
           05 NTI-CHAVE.
           05 NTI-TOTAL-LINHA      PIC 9(09)V99.
           05 NTI-IMPOSTO-LINHA    PIC 9(09)V99.
           05 NTI-TOTAL-MOEDA      PIC 9(09)V99.
           05 NTI-ORIGEM-PRECO     PIC X(01).
               88 NTI-PRECO-TABELA VALUE 'T' ' '.
               88 NTI-PRECO-ACORDO VALUE 'A'.
               88 NTI-PRECO-PROMOCAO VALUE 'P'.
           05 NTI-PROMOCAO         PIC 9(06).
           05 NTI-TRIBUTO          OCCURS 5 TIMES.
               10 NTI-TRIB-TIPO    PIC X(04).
               10 NTI-TRIB-BASE    PIC 9(09)V99.
               10 NTI-TRIB-ALIQUOTA PIC 9(02)V99.
               10 NTI-TRIB-VALOR   PIC 9(09)V99.
