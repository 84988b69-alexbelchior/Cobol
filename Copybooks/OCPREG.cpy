      *           A OC, COM DIVERGENCIA DE QUANTIDADE APONTADA E O
      *           NUMERO DA OC NA LINHA DE ESTMOV.TXT; OC VENCIDA E
      *           SEM RECEBIMENTO SAI NO RELATORIO NOTURNO OCABERTO.
      *           A OC SUGERIDA (GERADA PELA SUGESTAO DE COMPRA
      *           OCSUGERE) SO VALE DEPOIS DE LIBERADA NO OCMANU - ATE
      *           LA NAO RECEBE, NAO ACEITA NOTA E NAO SAI NO OCABERTO.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Novo status S (OC-SUGERIDA) - OC gerada pela
      *                 sugestao de compra, aguardando revisao e
      *                 liberacao do comprador no OCMANU.
      ******************************************************************
       01 ORDEM-COMPRA-REG.
           05 OCP-NUMERO           PIC 9(06).
               88 OC-ABERTA        VALUE 'A'.
               88 OC-RECEBIDA      VALUE 'R'.
               88 OC-CANCELADA     VALUE 'C'.
               88 OC-SUGERIDA      VALUE 'S'.
