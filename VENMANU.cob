      ******************************************************************
      * Modification History:
      * 22/08/2026 ABM  Programa original.
      * 15/10/2026 ABM  Captura e exibe a matricula do vendedor na folha
      *                 de pagamento (VEN-MATRICULA).
      * 15/10/2026 ABM  Captura e exibe o desconto maximo por linha do
      *                 vendedor (VEN-DESCONTO-MAX).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENMANU.
            ACCEPT VEN-NOME.
            DISPLAY 'PERCENTUAL DE COMISSAO.. '.
            ACCEPT VEN-PERC-COMISSAO.
            DISPLAY 'MATRICULA NA FOLHA (0 = SEM).. '.
            ACCEPT VEN-MATRICULA.
            DISPLAY 'DESCONTO MAXIMO POR LINHA (%, 0 = SEM LIMITE).. '.
            ACCEPT VEN-DESCONTO-MAX.

       2200-CONSULTAR.
            PERFORM 2950-LER-POR-CODIGO.
            DISPLAY 'CODIGO....: ' VEN-CODIGO.
            DISPLAY 'NOME......: ' VEN-NOME.
            DISPLAY 'COMISSAO..: ' VEN-PERC-COMISSAO ' %'.
            DISPLAY 'MATRICULA.: ' VEN-MATRICULA.
            DISPLAY 'DESC. MAX.: ' VEN-DESCONTO-MAX ' %'.
            DISPLAY 'STATUS....: ' VEN-STATUS.

       3000-FINALIZAR.
