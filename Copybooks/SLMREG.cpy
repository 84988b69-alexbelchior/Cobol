      ******************************************************************
      * Copybook: SLMREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM SERLIM
      *           (TETO DAS SERIES DE NUMERACAO DO PEDCTRL) - O
      *           CHAMADOR INFORMA A SERIE ('NT'/'Nn', 'FT'/'Fn',
      *           'RM'/'Rn'), O ULTIMO NUMERO QUE VAI USAR E O PROPRIO
      *           NOME; A ROTINA DEVOLVE O TETO DA SERIE, QUANTOS
      *           NUMEROS AINDA SOBRAM E 'P' (PODE USAR) OU 'N' (O
      *           NUMERO PASSA DO TETO - O CHAMADOR NAO INCREMENTA O
      *           CONTADOR NEM GRAVA O DOCUMENTO). SERIE PERTO DO TETO
      *           OU ESGOTADA GERA ALERTA DE NEGOCIO (ROTINA ALERTAR).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 SERLIM-AREA.
           05 SLM-SERIE            PIC X(02).
           05 SLM-NUMERO           PIC 9(07).
           05 SLM-PROGRAMA         PIC X(10).
           05 SLM-LIMITE           PIC 9(06).
           05 SLM-RESTANTES        PIC 9(06).
           05 SLM-RESULTADO        PIC X(01).
               88 NUMERO-NO-LIMITE VALUE 'P'.
               88 SERIE-ESGOTADA   VALUE 'N'.
