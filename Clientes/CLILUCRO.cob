      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - CTAMOV.AAAA desde o ano apurado -
      *                 antes do CTAMOV.TXT corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLILUCRO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT CONTA-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT CLI-SEGMENTOS ASSIGN TO 'CLISEGM'
           88 FIM-PEDIDOS  VALUE 'S'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
      * CLIENTE QUE PAGA DEVAGAR.
      *----------------------------------------------------------------
       4000-PASSO-JUROS.
            PERFORM 4020-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-ANO BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'CTAMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 4030-LER-FONTE.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * CTAMOV.AAAA: LE OS DATADOS DESDE O ANO APURADO E DEPOIS O
      * CORRENTE, COMO O CLIHISTQ FAZ COM O RAZAO.
      *----------------------------------------------------------------
       4020-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'CTAMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 4030-LER-FONTE.

       4030-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 4010-LER-MOVIMENTO
