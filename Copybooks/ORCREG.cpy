      *           ORCITENS (ORCIREG).
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Novo status D - orcamento com linha acima do
      *                 desconto maximo, aguardando o gerente na fila de
      *                 descontos (DESCAPRV); nao imprime nem converte
      *                 ate a decisao o devolver a ABERTO.
      ******************************************************************
       01 ORCAMENTO-REG.
           05 ORC-NUMERO           PIC 9(06).
               88 ORC-CONVERTIDO   VALUE 'C'.
               88 ORC-EXPIRADO     VALUE 'E'.
               88 ORC-RETIDO       VALUE 'R'.
               88 ORC-PEND-DESCONTO VALUE 'D'.
           05 ORC-PEDIDO-GERADO    PIC 9(06).
