      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Recompilado com o RIXREG novo (destinatario do
      *                 corte do RELDIST); expurgo dos cortes igual ao
      *                 dos relatorios inteiros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPURGE.
