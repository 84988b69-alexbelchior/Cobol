      ******************************************************************
      * Copybook: NIAREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA LINHA DE NOTA ARQUIVADA (NOTAITEN.AAAA,
      *           GRAVADO PELO DOCARQ) - IMAGEM COMPLETA DE
      *           NOTA-ITEM-REG (NOTIREG). NIA-DETALHE COBRE O
      *           RESTANTE DO REGISTRO APOS A CHAVE: SE O NOTIREG
      *           CRESCER, ESTE TAMANHO TEM QUE CRESCER JUNTO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  NIA-DETALHE cresce com os impostos da linha
      *                 (NTI-TRIBUTO) do NOTIREG.
      ******************************************************************
       01 NOTA-ITEM-ARQ-REG.
           05 NIA-CHAVE.
               10 NIA-NOTA         PIC 9(06).
               10 NIA-LINHA        PIC 9(03).
           05 NIA-DETALHE          PIC X(265).
