      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - ESTMOV.AAAA do ano passado em diante
      *                 - antes do ESTMOV.TXT corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTPARAD.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INI-ARQ  PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-ESTOQUE  PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE  VALUE 'S'.
       77 WRK-EOF-ALOCACAO PIC X(01) VALUE 'N'.
      * PASSADA NO LOG DE MOVIMENTOS.
      *----------------------------------------------------------------
       2000-MAPEAR-SAIDAS.
            COMPUTE WRK-ANO-INI-ARQ = WRK-HOJE-ANO - 1.
            PERFORM 2020-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-ANO-INI-ARQ BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 2030-LER-FONTE.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * ESTMOV.AAAA: LE OS DATADOS DO ANO PASSADO EM DIANTE E DEPOIS O
      * CORRENTE, COMO O CLIHISTQ FAZ COM O RAZAO. A MAIOR FAIXA E
      * 365+, ENTAO PRODUTO SEM SAIDA DESDE ENTAO CAI NELA DO MESMO
      * JEITO.
      *----------------------------------------------------------------
       2020-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'ESTMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 2030-LER-FONTE.

       2030-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 2010-LER-MOVIMENTO
