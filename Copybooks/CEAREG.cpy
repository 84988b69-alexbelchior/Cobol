      ******************************************************************
      * Copybook: CEAREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM CMESTORN
      *           (ESTORNO DE COMISSAO POR TITULO) - O CHAMADOR
      *           INFORMA A OPERACAO (E = ESTORNAR, R = REVERTER NA
      *           RECUPERACAO), A ORIGEM (P = PERDA, C = CANCELAMENTO
      *           DE NOTA), O TITULO E A BASE (VALOR PERDIDO,
      *           CANCELADO OU RECUPERADO) E O USUARIO; A ROTINA
      *           DEVOLVE O VENDEDOR, A COMISSAO ESTORNADA/REVERTIDA,
      *           O RETORNO E UMA MENSAGEM PARA A TELA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 ESTORNO-AREA.
           05 CEA-OPERACAO         PIC X(01).
               88 CEA-ESTORNAR     VALUE 'E'.
               88 CEA-REVERTER     VALUE 'R'.
           05 CEA-ORIGEM           PIC X(01).
           05 CEA-FATURA           PIC 9(08).
           05 CEA-PEDIDO           PIC 9(06).
           05 CEA-CLIENTE          PIC 9(06).
           05 CEA-BASE             PIC 9(08)V99.
           05 CEA-USUARIO          PIC X(20).
           05 CEA-VENDEDOR         PIC 9(04).
           05 CEA-VALOR            PIC 9(09)V99.
           05 CEA-RETORNO          PIC X(01).
               88 CEA-EFETUADO     VALUE 'S'.
               88 CEA-SEM-ESTORNO  VALUE 'N'.
               88 CEA-ERRO         VALUE 'E'.
           05 CEA-MENSAGEM         PIC X(40).
