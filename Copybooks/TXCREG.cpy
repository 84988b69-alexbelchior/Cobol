      ******************************************************************
      * Copybook: TXCREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA TABELA DE TAXAS DE CARTAO (ARQUIVO
      *           TAXACART) - CHAVE BANDEIRA + MODALIDADE (C=CREDITO
      *           B=DEBITO), COM A TAXA DE DESCONTO CONTRATADA COM A
      *           ADQUIRENTE (MDR, PORCENTO SOBRE O VALOR BRUTO) E O
      *           PRAZO DE REPASSE EM DIAS. O ADQCONC CONFERE CADA
      *           LIQUIDACAO CONTRA ESTA TABELA E USA O PRAZO PARA
      *           DIZER QUAL VENDA JA DEVIA TER SIDO PAGA. MANTIDA NO
      *           TXCMANU.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 TAXACART-REG.
           05 TXC-CHAVE.
               10 TXC-BANDEIRA     PIC X(02).
               10 TXC-MODALIDADE   PIC X(01).
                   88 TXC-CREDITO  VALUE 'C'.
                   88 TXC-DEBITO   VALUE 'B'.
                   88 TXC-MODALIDADE-VALIDA VALUE 'C' 'B'.
           05 TXC-MDR              PIC 9(02)V99.
           05 TXC-PRAZO            PIC 9(03).
