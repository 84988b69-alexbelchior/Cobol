      ******************************************************************
      * Copybook: DSIREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DAS LINHAS DA FILA DE DESCONTOS PENDENTES
      *           (ARQUIVO DESCITEN, CHAVE PENDENCIA + LINHA) - TODAS
      *           AS LINHAS DO PEDIDO/ORCAMENTO, COM O DESCONTO PEDIDO
      *           E O LIMITE QUE VALIA NA DIGITACAO. LINHA DENTRO DO
      *           LIMITE FICA COM A SITUACAO EM BRANCO; A LINHA ACIMA
      *           NASCE PENDENTE (P) E O GERENTE A APROVA COM O
      *           DESCONTO PEDIDO (A), REDUZ PARA UM PERCENTUAL ENTRE O
      *           LIMITE E O PEDIDO (D) OU REJEITA (R - A LINHA VOLTA
      *           AO LIMITE), SEMPRE COM JUSTIFICATIVA. DSI-DESCONTO-PCT
      *           E O DESCONTO QUE VALE E DSI-TOTAL O TOTAL DA LINHA
      *           COM ELE.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 DESC-ITEM-REG.
           05 DSI-CHAVE.
               10 DSI-PENDENCIA    PIC 9(06).
               10 DSI-LINHA        PIC 9(03).
           05 DSI-PRODUTO          PIC 9(06).
           05 DSI-QUANTIDADE       PIC 9(05).
           05 DSI-PRECO-UNIT       PIC 9(07)V99.
           05 DSI-DESCONTO-PEDIDO  PIC 9(02)V99.
           05 DSI-DESCONTO-LIMITE  PIC 9(02)V99.
           05 DSI-ORIGEM-LIMITE    PIC X(01).
           05 DSI-DESCONTO-PCT     PIC 9(02)V99.
           05 DSI-TOTAL            PIC 9(09)V99.
           05 DSI-ORIGEM-PRECO     PIC X(01).
           05 DSI-PROMOCAO         PIC 9(06).
           05 DSI-SITUACAO         PIC X(01).
               88 DSI-DENTRO-LIMITE VALUE ' '.
               88 DSI-PENDENTE     VALUE 'P'.
               88 DSI-APROVADO     VALUE 'A'.
               88 DSI-REDUZIDO     VALUE 'D'.
               88 DSI-REJEITADO    VALUE 'R'.
           05 DSI-USUARIO          PIC X(20).
           05 DSI-DATA             PIC 9(08).
           05 DSI-JUSTIFICATIVA    PIC X(40).
