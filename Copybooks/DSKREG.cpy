      ******************************************************************
      * Copybook: DSKREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM DESCCHK
      *           (DESCONTO MAXIMO DA LINHA) - O CHAMADOR INFORMA O
      *           VENDEDOR, O PRODUTO E O DESCONTO DIGITADO; A ROTINA
      *           DEVOLVE O LIMITE QUE VALE (O MENOR ENTRE O DO
      *           VENDEDOR E O DA FAMILIA DO PRODUTO), DE ONDE ELE VEIO
      *           (V = VENDEDOR, F = FAMILIA, BRANCO = SEM LIMITE) E SE
      *           O DESCONTO ESTA DENTRO ('S') OU ACIMA ('N') DELE.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 DESCCHK-AREA.
           05 DSK-VENDEDOR         PIC 9(04).
           05 DSK-PRODUTO          PIC 9(06).
           05 DSK-DESCONTO         PIC 9(02)V99.
           05 DSK-LIMITE           PIC 9(02)V99.
           05 DSK-ORIGEM           PIC X(01).
               88 DSK-LIMITE-VENDEDOR VALUE 'V'.
               88 DSK-LIMITE-FAMILIA  VALUE 'F'.
               88 DSK-SEM-LIMITE      VALUE ' '.
           05 DSK-RESULTADO        PIC X(01).
               88 DESCONTO-DENTRO  VALUE 'S'.
               88 DESCONTO-ACIMA   VALUE 'N'.
