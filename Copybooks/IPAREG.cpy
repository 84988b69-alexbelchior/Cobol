      ******************************************************************
      * Copybook: IPAREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO ITEM DE PEDIDO ARQUIVADO (PEDITENS.AAAA,
      *           GRAVADO PELO DOCARQ) - IMAGEM COMPLETA DE
      *           ITEM-PEDIDO-REG (ITENREG). IPA-DETALHE COBRE O
      *           RESTANTE DO REGISTRO APOS A CHAVE: SE O ITENREG
      *           CRESCER, ESTE TAMANHO TEM QUE CRESCER JUNTO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 ITEM-ARQ-REG.
           05 IPA-CHAVE.
               10 IPA-PEDIDO       PIC 9(06).
               10 IPA-LINHA        PIC 9(03).
           05 IPA-DETALHE          PIC X(55).
