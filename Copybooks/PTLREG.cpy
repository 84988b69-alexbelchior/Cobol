      ******************************************************************
      * Copybook: PTLREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM PTOLANC
      *           (LANCAMENTO DE PONTOS DE FIDELIDADE). FUNCOES:
      *             A = ACUMULAR OS PONTOS DE UMA VENDA (VALOR)
      *             E = ESTORNAR OS PONTOS DE UMA DEVOLUCAO (VALOR)
      *             R = RESGATAR PTL-PONTOS COMO DESCONTO
      *             C = CONSULTAR O SALDO
      *             F = FECHAR OS ARQUIVOS (FIM DO CHAMADOR)
      *           CLIENTE, DATA E HORA SAO OS DA VENDA/DEVOLUCAO (OU
      *           DO RESGATE). A ROTINA DEVOLVE OS PONTOS LANCADOS, O
      *           SALDO RESULTANTE, O VALOR EM REAIS DE UM PONTO E O
      *           RETORNO (S = FEITO, N = RECUSADO, COM MENSAGEM).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PTOLANC-AREA.
           05 PTL-FUNCAO           PIC X(01).
               88 PTL-ACUMULAR     VALUE 'A'.
               88 PTL-ESTORNAR     VALUE 'E'.
               88 PTL-RESGATAR     VALUE 'R'.
               88 PTL-CONSULTAR    VALUE 'C'.
               88 PTL-FECHAR       VALUE 'F'.
           05 PTL-CLIENTE          PIC 9(06).
           05 PTL-DATA             PIC 9(08).
           05 PTL-HORA             PIC 9(06).
           05 PTL-LOJA             PIC 9(03).
           05 PTL-VALOR            PIC 9(08)V99.
           05 PTL-PONTOS           PIC 9(07).
           05 PTL-SALDO            PIC 9(07).
           05 PTL-VALOR-PONTO      PIC 9(03)V99.
           05 PTL-RETORNO          PIC X(01).
               88 PTL-FEITO        VALUE 'S'.
               88 PTL-RECUSADO     VALUE 'N'.
           05 PTL-MENSAGEM         PIC X(40).
