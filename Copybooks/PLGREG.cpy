      ******************************************************************
      * Copybook: PLGREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LINHA DO LOG DE PERMISSOES (PERMLOG.TXT), GRAVADO
      *           PELA ROTINA COMUM PERMCHK A CADA CONSULTA - EVENTO
      *           NEGADO (FUNCAO RECUSADA) OU USADO (FUNCAO LIBERADA
      *           E EXERCIDA). LIDO PELO SODREL PARA SABER SE O
      *           USUARIO DE FATO USOU AS DUAS FUNCOES EM CONFLITO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial (antes interno ao PERMCHK).
      ******************************************************************
       01 PERMLOG-LINHA.
           05 PLG-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PLG-HORA          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PLG-USUARIO       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PLG-FUNCAO        PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PLG-EVENTO        PIC X(06).
               88 PLG-NEGADO    VALUE 'NEGADO'.
               88 PLG-USADO     VALUE 'USADO '.
