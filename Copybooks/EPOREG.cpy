      ******************************************************************
      * Copybook: EPOREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO REGISTRO DE PEDIDOS DE COMPRA RECEBIDOS
      *           POR EDI (ARQUIVO EDIPEDPO) - CHAVE CLIENTE + NUMERO
      *           DO PEDIDO DE COMPRA DO CLIENTE. O PEDEDI GRAVA UM
      *           REGISTRO POR PEDIDO ACEITO OU RETIDO, COM O NUMERO
      *           QUE O PEDIDO GANHOU AQUI (PEDIDOS OU PEDHOLD); O
      *           MESMO NUMERO DO CLIENTE REENVIADO E RECUSADO COMO
      *           DUPLICADO. PEDIDO RECUSADO POR INTEIRO NAO E
      *           REGISTRADO - O CLIENTE PODE CORRIGIR E REENVIAR.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 EDI-PEDIDO-REG.
           05 EPO-CHAVE.
               10 EPO-CLIENTE          PIC 9(06).
               10 EPO-PEDIDO-CLIENTE   PIC X(20).
           05 EPO-DATA-RECEBIDO        PIC 9(08).
           05 EPO-HORA-RECEBIDO        PIC 9(06).
           05 EPO-SITUACAO             PIC X(01).
               88 EPO-ACEITO           VALUE 'A'.
               88 EPO-RETIDO           VALUE 'R'.
           05 EPO-PEDIDO               PIC 9(06).
           05 EPO-TOTAL                PIC 9(08)V99.
           05 EPO-QTD-LINHAS           PIC 9(04).
           05 EPO-QTD-RECUSADAS        PIC 9(04).
