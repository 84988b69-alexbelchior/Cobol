      ******************************************************************
      * Copybook: CPXREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO DE-PARA DE PRODUTO DO CLIENTE (ARQUIVO
      *           CLIPROD) - CHAVE CLIENTE + CODIGO QUE O CLIENTE USA
      *           NO PEDIDO DE COMPRA DELE, APONTANDO PARA O NOSSO
      *           CODIGO EM PRODUTOS. O FATOR CONVERTE A UNIDADE DO
      *           CLIENTE NA NOSSA (CAIXA COM 12 = FATOR 12; ZERO OU 1
      *           = MESMA UNIDADE). USADO PELA CARGA DE PEDIDOS EDI
      *           (PEDEDI) E MANTIDO NO CPXMANU.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 CLI-PRODUTO-REG.
           05 CPX-CHAVE.
               10 CPX-CLIENTE          PIC 9(06).
               10 CPX-PRODUTO-CLIENTE  PIC X(20).
           05 CPX-PRODUTO              PIC 9(06).
           05 CPX-FATOR                PIC 9(03).
           05 CPX-DESCRICAO-CLIENTE    PIC X(30).
           05 CPX-DATA-CADASTRO        PIC 9(08).
