      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  O repasse da adquirente de cartao (origem
      *                 CARTAO, do ADQCONC) entra no batimento com o
      *                 deposito como documento, liquido do CHARGEBACK
      *                 descontado no mesmo deposito.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - CTAMOV.AAAA do ano passado em diante
      *                 - antes do CTAMOV.TXT corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCOCONC.
           SELECT EXTRATO-BANCO ASSIGN TO 'EXTBANCO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT CONTA-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT MOVTOS-TEMP ASSIGN TO 'CONCTMP'
           05 TMC-CHAVE.
               10 TMC-DATA         PIC 9(08).
               10 TMC-DOCUMENTO    PIC 9(08).
           05 TMC-VALOR            PIC S9(09)V99.
           05 TMC-CASADO           PIC X(01).
               88 TMC-JA-CASADO    VALUE 'S'.
       FD  CONC-EXCECAO
           88 FIM-EXTRATO  VALUE 'S'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INI-ARQ  PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-QTD-CREDITOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SO-EXTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SO-CTAMOV  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
      * PASSO 1 - CARREGA OS CREDITOS DE BAIXA DE CTAMOV (ORIGEM
      * BAIXA OU BANCO) NO ARQUIVO DE TRABALHO, SOMANDO POR DATA +
      * DOCUMENTO (DUAS BAIXAS PARCIAIS DA MESMA FATURA NO MESMO DIA
      * CHEGAM AO BANCO COMO UM CREDITO SO). O REPASSE DA ADQUIRENTE
      * DE CARTAO (ORIGEM CARTAO, DO ADQCONC) ENTRA DO MESMO JEITO,
      * COM O DEPOSITO COMO DOCUMENTO, E O CHARGEBACK DESCONTADO DO
      * MESMO DEPOSITO ABATE O CREDITO.
      *----------------------------------------------------------------
       2000-CARREGAR-CREDITOS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-ANO-INI-ARQ = WRK-HOJE-ANO - 1.
            PERFORM 2030-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-ANO-INI-ARQ BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'CTAMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 2040-LER-FONTE.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * CTAMOV.AAAA: LE OS DATADOS DO ANO PASSADO EM DIANTE E DEPOIS O
      * CORRENTE, COMO O CLIHISTQ FAZ COM O RAZAO - O EXTRATO DO BANCO
      * NAO VOLTA MAIS QUE ISSO.
      *----------------------------------------------------------------
       2030-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'CTAMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 2040-LER-FONTE.

       2040-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 2010-LER-MOVIMENTO

       2020-GUARDAR-CREDITO.
            IF CTM-CREDITO
                AND (CTM-ORIGEM = 'BAIXA' OR CTM-ORIGEM = 'BANCO'
                  OR CTM-ORIGEM = 'CARTAO')
                ADD 1 TO WRK-QTD-CREDITOS
                MOVE CTM-DATA      TO TMC-DATA
                MOVE CTM-DOCUMENTO TO TMC-DOCUMENTO
                        WRITE MOVTEMP-REG
                END-REWRITE
            END-IF.
            IF CTM-DEBITO
                AND CTM-ORIGEM = 'CHARGEBACK'
                MOVE CTM-DATA      TO TMC-DATA
                MOVE CTM-DOCUMENTO TO TMC-DOCUMENTO
                READ MOVTOS-TEMP
                    INVALID KEY
                        MOVE CTM-DATA      TO TMC-DATA
                        MOVE CTM-DOCUMENTO TO TMC-DOCUMENTO
                        MOVE ZEROS TO TMC-VALOR
                        MOVE 'N' TO TMC-CASADO
                END-READ
                SUBTRACT CTM-VALOR FROM TMC-VALOR
                REWRITE MOVTEMP-REG
                    INVALID KEY
                        WRITE MOVTEMP-REG
                END-REWRITE
            END-IF.
            PERFORM 2010-LER-MOVIMENTO.

      *----------------------------------------------------------------
