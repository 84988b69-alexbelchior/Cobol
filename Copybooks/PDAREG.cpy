      ******************************************************************
      * Copybook: PDAREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO PEDIDO ARQUIVADO (PEDIDOS.AAAA, GRAVADO
      *           PELO DOCARQ) - IMAGEM COMPLETA DE PEDIDO-REG
      *           (PEDIREG) COM A CHAVE SEPARADA. PDA-DETALHE COBRE O
      *           RESTANTE DO REGISTRO APOS O NUMERO: SE O PEDIREG
      *           CRESCER, ESTE TAMANHO TEM QUE CRESCER JUNTO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  PDA-DETALHE cresce com PED-EMPRESA do PEDIREG.
      ******************************************************************
       01 PEDIDO-ARQ-REG.
           05 PDA-NUMERO           PIC 9(06).
           05 PDA-DETALHE          PIC X(135).
