      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Captura e exibe banco, agencia e conta corrente
      *                 do fornecedor, destino do pagamento na remessa
      *                 de pagamentos (PAGREMES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMANU.
            ACCEPT FOR-DOCUMENTO.
            DISPLAY 'TELEFONE.. '.
            ACCEPT FOR-TELEFONE.
            DISPLAY 'BANCO PARA PAGAMENTO (0 = SEM CONTA).. '.
            ACCEPT FOR-BANCO.
            IF FOR-BANCO = ZEROS
                MOVE ZEROS TO FOR-AGENCIA
                MOVE SPACES TO FOR-CONTA-CORR
            ELSE
                DISPLAY 'AGENCIA.. '
                ACCEPT FOR-AGENCIA
                DISPLAY 'CONTA CORRENTE.. '
                ACCEPT FOR-CONTA-CORR
            END-IF.

       2200-CONSULTAR.
            PERFORM 2950-LER-POR-CODIGO.
            DISPLAY 'NOME......: ' FOR-NOME.
            DISPLAY 'CNPJ......: ' FOR-DOCUMENTO.
            DISPLAY 'TELEFONE..: ' FOR-TELEFONE.
            DISPLAY 'BANCO.....: ' FOR-BANCO ' AGENCIA ' FOR-AGENCIA
                ' CONTA ' FOR-CONTA-CORR.
            DISPLAY 'STATUS....: ' FOR-STATUS.

       3000-FINALIZAR.
