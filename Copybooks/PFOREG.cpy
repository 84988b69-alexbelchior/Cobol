      ******************************************************************
      * Copybook: PFOREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO FORNECEDOR PREFERENCIAL DO PRODUTO (ARQUIVO
      *           PRODFORN) - CHAVE PRODUTO, COM O FORNECEDOR DE
      *           FORNECED DE QUEM SE COMPRA, O PRAZO DE ENTREGA EM
      *           DIAS CORRIDOS, O LOTE MINIMO DE COMPRA E O ULTIMO
      *           PRECO UNITARIO ACERTADO. BASE DA SUGESTAO DE COMPRA
      *           (OCSUGERE), QUE GERA AS OCS SUGERIDAS POR
      *           FORNECEDOR. MANTIDO PELA OPCAO DE FORNECEDOR
      *           PREFERENCIAL DO PRODMANU.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PRODUTO-FORNEC-REG.
           05 PFO-PRODUTO          PIC 9(06).
           05 PFO-FORNECEDOR       PIC 9(04).
           05 PFO-PRAZO-ENTREGA    PIC 9(03).
           05 PFO-LOTE-MINIMO      PIC 9(05).
           05 PFO-PRECO-UNIT       PIC 9(07)V99.
