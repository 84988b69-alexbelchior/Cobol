      * 22/08/2026 ABM  Passa a registrar inicio/fim, retorno e
      *                 contadores no arquivo JOBLOG via a rotina
      *                 comum (CALL 'JOBLOG').
      * 15/10/2026 ABM  Locais de consignacao no cliente ficam fora do
      *                 relatorio de ocupacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMOCUPA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * LOCAIS DE CONSIGNACAO NO CLIENTE NAO TEM AREA NOSSA - FICAM
      * FORA DA OCUPACAO (A POSICAO DELES SAI NO CSGPOS).
      *----------------------------------------------------------------
       2000-PROCESSAR.
            IF NOT ARM-CONSIGNACAO
                PERFORM 2050-LISTAR-ARMAZEM
            END-IF.
            PERFORM 5010-LER-ARMAZEM.

       2050-LISTAR-ARMAZEM.
            ADD 1 TO WRK-QTD-ARMAZENS.
            PERFORM 2100-SOMAR-ALOCACOES.
            COMPUTE WRK-AREA-LIVRE = ARM-AREA-TOTAL
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 2200-LISTAR-SALDOS.

       2100-SOMAR-ALOCACOES.
            MOVE ZEROS TO WRK-AREA-OCUPADA.
