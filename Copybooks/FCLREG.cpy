      ******************************************************************
      * Copybook: FCLREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM FRETCALC
      *           (COTACAO DE FRETE PELA TABELA CONTRATADA DA
      *           TRANSPORTADORA) - O CHAMADOR INFORMA TRANSPORTADORA,
      *           UF E CEP DE DESTINO, PESO E VALOR DA MERCADORIA; A
      *           ROTINA DEVOLVE O FRETE E O PRAZO DE TRANSITO, OU
      *           FCL-SEM-TABELA QUANDO A TRANSPORTADORA NAO ATENDE O
      *           DESTINO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 FRETCALC-AREA.
           05 FCL-TRANSPORTADORA   PIC 9(04).
           05 FCL-UF               PIC X(02).
           05 FCL-CEP              PIC 9(08).
           05 FCL-PESO             PIC 9(05)V99.
           05 FCL-VALOR-MERC       PIC 9(08)V99.
           05 FCL-FRETE            PIC 9(06)V99.
           05 FCL-PRAZO-DIAS       PIC 9(02).
           05 FCL-ACHADO           PIC X(01).
               88 FCL-TEM-TABELA   VALUE 'S'.
               88 FCL-SEM-TABELA   VALUE 'N'.
