      ******************************************************************
      * Copybook: PODREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO COMPROVANTE DE ENTREGA (ARQUIVO PODENTR) -
      *           UM REGISTRO POR PEDIDO DE EMBARQUE (MESMA CHAVE DO
      *           EMBITEN) COM A ULTIMA OCORRENCIA INFORMADA PELA
      *           TRANSPORTADORA: ENTREGUE, RECUSADO, ENDERECO NAO
      *           ENCONTRADO OU DEVOLVIDO, COM DATA/HORA E, NA
      *           ENTREGA, O NOME E O DOCUMENTO DE QUEM RECEBEU.
      *           GRAVADO PELO PODIMP; UMA VEZ ENTREGUE, O REGISTRO
      *           NAO E MAIS SOBRESCRITO (E A PROVA DA ENTREGA). LIDO
      *           PELO PODPEND (EMBARQUES SEM OCORRENCIA).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 POD-ENTREGA-REG.
           05 PDE-CHAVE.
               10 PDE-EMBARQUE     PIC 9(06).
               10 PDE-PEDIDO       PIC 9(06).
           05 PDE-TRANSPORTADORA   PIC 9(04).
           05 PDE-OCORRENCIA       PIC X(01).
               88 PDE-ENTREGUE     VALUE 'E'.
               88 PDE-RECUSADO     VALUE 'R'.
               88 PDE-NAO-ACHADO   VALUE 'N'.
               88 PDE-DEVOLVIDO    VALUE 'D'.
           05 PDE-DATA             PIC 9(08).
           05 PDE-HORA             PIC 9(06).
           05 PDE-RECEBEDOR        PIC X(40).
           05 PDE-DOCUMENTO        PIC X(14).
           05 PDE-DATA-IMPORT      PIC 9(08).
