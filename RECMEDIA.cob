      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - CTAMOV.AAAA desde o ano do mes
      *                 pedido - antes do CTAMOV.TXT corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECMEDIA.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5020-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-PED-ANO BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'CTAMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 5030-LER-FONTE.
            SORT WRK-SORTFILE
                ON DESCENDING KEY SORT-MEDIA
                INPUT PROCEDURE IS 3000-APURAR-MEDIAS
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            OPEN INPUT CONTAS-A-RECEBER.
            OPEN INPUT CLIENTES-MASTER.
            OPEN OUTPUT MEDIA-CONTAGEM.
                    MOVE 'S' TO WRK-EOF-MOVTOS
            END-READ.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * CTAMOV.AAAA: LE OS DATADOS DESDE O ANO DO MES PEDIDO E DEPOIS O
      * CORRENTE, COMO O CLIHISTQ FAZ COM O RAZAO.
      *----------------------------------------------------------------
       5020-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'CTAMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 5030-LER-FONTE.

       5030-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 5010-LER-MOVIMENTO
                PERFORM 2000-ACUMULAR UNTIL FIM-MOVTOS
                CLOSE CONTA-MOVTOS
            END-IF.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE CONTAS-A-RECEBER.
            CLOSE CLIENTES-MASTER.
            CLOSE MEDIA-CONTAGEM.
