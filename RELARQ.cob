      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Relatorio inteiro grava o destinatario em branco
      *                 no indice (RIX-DESTINATARIO, dos cortes do
      *                 RELDIST).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELARQ.
            MOVE LST-NOME TO RIX-NOME.
            MOVE WRK-QTD-LINHAS TO RIX-QTD-LINHAS.
            MOVE WRK-ARQUIVO-COPIA TO RIX-ARQUIVO.
            MOVE SPACES TO RIX-DESTINATARIO.
            WRITE REL-INDICE-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O INDICE DO RELATORIO '
