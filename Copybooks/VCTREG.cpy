      ******************************************************************
      * Copybook: VCTREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA VENDA DE LOJA PAGA EM CARTAO (ARQUIVO
      *           VENDCART) - GRAVADA PELO SALESCARGA JUNTO COM O
      *           LANCAMENTO DO RAZAO, COM CHAVE LOJA + DATA DA VENDA
      *           + CODIGO DE AUTORIZACAO (A MESMA CHAVE QUE VEM NO
      *           ARQUIVO DE LIQUIDACAO DA ADQUIRENTE). O ADQCONC
      *           MARCA A VENDA COMO LIQUIDADA (COM DATA, VALOR
      *           LIQUIDO, TAXA E DEPOSITO) OU COMO CHARGEBACK; A QUE
      *           FICA PENDENTE ALEM DO PRAZO DA BANDEIRA E VENDA NAO
      *           PAGA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 VENDCART-REG.
           05 VCT-CHAVE.
               10 VCT-LOJA         PIC 9(03).
               10 VCT-DATA         PIC 9(08).
               10 VCT-AUTORIZACAO  PIC X(06).
           05 VCT-CLIENTE          PIC 9(06).
           05 VCT-HORA             PIC 9(06).
           05 VCT-MODALIDADE       PIC X(01).
           05 VCT-BANDEIRA         PIC X(02).
           05 VCT-VALOR            PIC 9(08)V99.
           05 VCT-STATUS           PIC X(01).
               88 VCT-PENDENTE     VALUE 'P'.
               88 VCT-LIQUIDADA    VALUE 'L'.
               88 VCT-CHARGEBACK   VALUE 'C'.
           05 VCT-DATA-LIQUIDACAO  PIC 9(08).
           05 VCT-VALOR-LIQUIDO    PIC 9(08)V99.
           05 VCT-VALOR-TAXA       PIC 9(08)V99.
           05 VCT-DEPOSITO         PIC 9(08).
