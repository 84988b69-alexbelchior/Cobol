      ******************************************************************
      * Copybook: FAMREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO MESTRE DE FAMILIAS DE PRODUTO (ARQUIVO
      *           FAMILIAS), MANTIDO NO FAMMANU - CODIGO, DESCRICAO,
      *           DESCONTO MAXIMO POR LINHA DOS PRODUTOS DA FAMILIA E
      *           STATUS. O PRODUTO APONTA A FAMILIA EM PRO-FAMILIA.
      *           O DESCONTO DA LINHA E CONFERIDO PELA ROTINA COMUM
      *           DESCCHK CONTRA O MENOR ENTRE ESTE LIMITE E O DO
      *           VENDEDOR (VEN-DESCONTO-MAX); ZEROS = SEM LIMITE.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 FAMILIA-REG.
           05 FAM-CODIGO           PIC X(04).
           05 FAM-DESCRICAO        PIC X(30).
           05 FAM-DESCONTO-MAX     PIC 9(02)V99.
           05 FAM-STATUS           PIC X(01).
               88 FAMILIA-ATIVA    VALUE 'A'.
               88 FAMILIA-INATIVA  VALUE 'I'.
