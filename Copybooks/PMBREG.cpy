      ******************************************************************
      * Copybook: PMBREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM PROMOBUS
      *           (BUSCA DE PROMOCAO VIGENTE) - O CHAMADOR INFORMA
      *           PRODUTO, CLIENTE, UF DO CLIENTE, DATA E O PRECO DE
      *           TABELA JA ACHADO (BASE DO DESCONTO PERCENTUAL); A
      *           ROTINA DEVOLVE O MENOR PRECO PROMOCIONAL APLICAVEL E
      *           O CODIGO DA PROMOCAO (ZEROS = NENHUMA).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PROMOBUS-AREA.
           05 PMB-PRODUTO          PIC 9(06).
           05 PMB-CLIENTE          PIC 9(06).
           05 PMB-UF               PIC X(02).
           05 PMB-DATA             PIC 9(08).
           05 PMB-PRECO-TABELA     PIC 9(07)V99.
           05 PMB-PRECO-PROMO      PIC 9(07)V99.
           05 PMB-PROMOCAO         PIC 9(06).
