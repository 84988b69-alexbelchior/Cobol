      ******************************************************************
      * Copybook: NTAREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA NOTA ARQUIVADA (NOTAS.AAAA, GRAVADO PELO
      *           DOCARQ) - IMAGEM COMPLETA DE NOTA-REG (NOTAREG).
      *           NTA-DETALHE COBRE O RESTANTE DO REGISTRO APOS O
      *           NUMERO: SE O NOTAREG CRESCER, ESTE TAMANHO TEM QUE
      *           CRESCER JUNTO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  NTA-DETALHE cresce com os totais por imposto
      *                 (NOT-TRIBUTO) do NOTAREG.
      * 15/10/2026 ABM  NTA-DETALHE cresce com NOT-EMPRESA do NOTAREG.
      ******************************************************************
       01 NOTA-ARQ-REG.
           05 NTA-NUMERO           PIC 9(06).
           05 NTA-DETALHE          PIC X(414).
