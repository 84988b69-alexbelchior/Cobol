      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: REAVALIACAO CAMBIAL DE FIM DE MES - CADA TITULO EM
      *          MOEDA ESTRANGEIRA AINDA ABERTO EM CONTAS A RECEBER TEM
      *          O SALDO NA MOEDA CONVERTIDO PELA TAXA DE FECHAMENTO
      *          DO MES (ULTIMA TAXA CADASTRADA NO MES NA TABELA
      *          CAMBIO) E COMPARADO COM O SALDO EM REAIS A TAXA DA
      *          EMISSAO. A DIFERENCA E A VARIACAO CAMBIAL NAO
      *          REALIZADA, LISTADA EM CAMBREAV.TXT E GRAVADA EM
      *          REAVALIA (ANO+MES+FATURA) PARA O CTBEXP LANCAR NO
      *          DIARIO CONTABIL. RESUBMISSAO DO MESMO MES REFAZ A
      *          REAVALIACAO DO ZERO. RODA NA CADEIA MENSAL (CLMENSAL),
      *          ANTES DO CTBEXP.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBREAV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT CAMBIO-TABELA ASSIGN TO 'CAMBIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WRK-FS-CAMBIO.
           SELECT REAVALIACAO ASSIGN TO 'REAVALIA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVL-CHAVE
               FILE STATUS IS WRK-FS-REAVAL.
           SELECT REL-REAVALIACAO ASSIGN TO 'CAMBREAV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  CAMBIO-TABELA
           LABEL RECORD IS STANDARD.
           COPY CAMBREG.
       FD  REAVALIACAO
           LABEL RECORD IS STANDARD.
           COPY RVLREG.
       FD  REL-REAVALIACAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-CAMBIO    PIC X(02) VALUE '00'.
       77 WRK-FS-REAVAL    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-EOF-REAVAL   PIC X(01) VALUE 'N'.
           88 FIM-REAVAL   VALUE 'S'.
       77 WRK-EOF-CAMBIO   PIC X(01) VALUE 'N'.
           88 FIM-CAMBIO   VALUE 'S'.
       77 WRK-MOEDA-ANT    PIC X(03) VALUE SPACES.
       77 WRK-TAXA-FECHA   PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-DATA-TAXA    PIC 9(08) VALUE ZEROS.
       77 WRK-ABERTO-MOEDA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ABERTO-REAIS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-REAVALIADO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REAVAL   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-TAXA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-APAGADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-GANHO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-PERDA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-MOEDA-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-REAIS-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-REAVAL-ED    PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VARIACAO-ED  PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED      PIC ZZ9,9999 VALUE ZEROS.
       77 WRK-TAXA-EMI-ED  PIC ZZ9,9999 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-LIMITE-GRP.
           05 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-INICIO-ED REDEFINES WRK-DATA-INICIO.
               10 WRK-INI-ANO   PIC 9(04).
               10 WRK-INI-MES   PIC 9(02).
               10 WRK-INI-DIA   PIC 9(02).
           05 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-FIM-ED REDEFINES WRK-DATA-FIM.
               10 WRK-FIM-ANO   PIC 9(04).
               10 WRK-FIM-MES   PIC 9(02).
               10 WRK-FIM-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-LIMPAR-MES.
            PERFORM 3000-REAVALIAR.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DA REAVALIACAO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA
      * O MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL.
      * A TAXA DE FECHAMENTO E A ULTIMA CADASTRADA ENTRE O DIA 1 E O
      * FIM DO MES (DIA 31 SERVE DE TETO PARA QUALQUER MES).
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'CAMBREAV' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-PED-ANO = ZEROS OR WRK-PED-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-PED-ANO
                MOVE WRK-HOJE-MES TO WRK-PED-MES
                IF WRK-PED-MES = 01
                    MOVE 12 TO WRK-PED-MES
                    SUBTRACT 1 FROM WRK-PED-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            MOVE WRK-PED-ANO TO WRK-INI-ANO.
            MOVE WRK-PED-MES TO WRK-INI-MES.
            MOVE 01 TO WRK-INI-DIA.
            MOVE WRK-PED-ANO TO WRK-FIM-ANO.
            MOVE WRK-PED-MES TO WRK-FIM-MES.
            MOVE 31 TO WRK-FIM-DIA.
            OPEN INPUT CONTAS-A-RECEBER.
            OPEN INPUT CAMBIO-TABELA.
            IF WRK-FS-CAMBIO = '35'
                CLOSE CAMBIO-TABELA
                OPEN OUTPUT CAMBIO-TABELA
                CLOSE CAMBIO-TABELA
                OPEN INPUT CAMBIO-TABELA
            END-IF.
            OPEN I-O REAVALIACAO.
            IF WRK-FS-REAVAL = '35'
                CLOSE REAVALIACAO
                OPEN OUTPUT REAVALIACAO
                CLOSE REAVALIACAO
                OPEN I-O REAVALIACAO
            END-IF.
            OPEN OUTPUT REL-REAVALIACAO.
            PERFORM 1100-CABECALHO.

       1100-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'REAVALIACAO CAMBIAL DO MES ' DELIMITED SIZE
                WRK-PED-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                '  PAGINA: ' DELIMITED SIZE
                RPT-PAGINA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'FATURA   CLIENTE MOE   ABERTO MOEDA TX EMISSAO'
                DELIMITED SIZE
                '  ABERTO REAIS TX FECHAM.   REAVALIADO'
                DELIMITED SIZE
                '      VARIACAO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * RESUBMISSAO: A REAVALIACAO JA GRAVADA PARA O MES E APAGADA E
      * REFEITA COM A POSICAO DE AGORA.
      *----------------------------------------------------------------
       2000-LIMPAR-MES.
            MOVE WRK-PED-ANO TO RVL-ANO.
            MOVE WRK-PED-MES TO RVL-MES.
            MOVE ZEROS TO RVL-FATURA.
            START REAVALIACAO KEY IS NOT LESS THAN RVL-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-REAVAL
            END-START.
            IF NOT FIM-REAVAL
                PERFORM 2010-LER-REAVALIACAO
                PERFORM 2020-APAGAR-REAVALIACAO UNTIL FIM-REAVAL
            END-IF.

       2010-LER-REAVALIACAO.
            READ REAVALIACAO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-REAVAL
            END-READ.
            IF NOT FIM-REAVAL
                IF RVL-ANO NOT = WRK-PED-ANO
                    OR RVL-MES NOT = WRK-PED-MES
                    MOVE 'S' TO WRK-EOF-REAVAL
                END-IF
            END-IF.

       2020-APAGAR-REAVALIACAO.
            DELETE REAVALIACAO RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-APAGADOS
            END-DELETE.
            PERFORM 2010-LER-REAVALIACAO.

      *----------------------------------------------------------------
      * SO ENTRA TITULO ABERTO EM MOEDA ESTRANGEIRA (TITULO EM REAIS,
      * LIQUIDADO, EM PERDA OU CANCELADO NAO TEM O QUE REAVALIAR).
      *----------------------------------------------------------------
       3000-REAVALIAR.
            PERFORM 3010-LER-RECEBER.
            PERFORM 3100-REAVALIAR-TITULO UNTIL FIM-RECEBER.

       3010-LER-RECEBER.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.
            IF NOT FIM-RECEBER
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       3100-REAVALIAR-TITULO.
            IF RECEB-ABERTA AND NOT RECEB-EM-REAIS
                AND RCB-DATA-EMISSAO NOT > WRK-DATA-FIM
                IF RCB-MOEDA NOT = WRK-MOEDA-ANT
                    PERFORM 3200-BUSCAR-TAXA-FECHAMENTO
                END-IF
                IF WRK-TAXA-FECHA = ZEROS
                    ADD 1 TO WRK-QTD-SEM-TAXA
                    PERFORM 3400-IMPRIMIR-SEM-TAXA
                ELSE
                    PERFORM 3300-GRAVAR-REAVALIACAO
                END-IF
            END-IF.
            PERFORM 3010-LER-RECEBER.

      *----------------------------------------------------------------
      * ULTIMA TAXA DA MOEDA DENTRO DO MES: POSICIONA NO DIA 1 E LE
      * PARA A FRENTE ENQUANTO FOR A MESMA MOEDA E NAO PASSAR DO FIM
      * DO MES. GUARDADA POR MOEDA ENQUANTO A MOEDA NAO MUDA.
      *----------------------------------------------------------------
       3200-BUSCAR-TAXA-FECHAMENTO.
            MOVE RCB-MOEDA TO WRK-MOEDA-ANT.
            MOVE ZEROS TO WRK-TAXA-FECHA.
            MOVE ZEROS TO WRK-DATA-TAXA.
            MOVE 'N' TO WRK-EOF-CAMBIO.
            MOVE RCB-MOEDA TO CAM-MOEDA.
            MOVE WRK-DATA-INICIO TO CAM-DATA.
            START CAMBIO-TABELA KEY IS NOT LESS THAN CAM-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CAMBIO
            END-START.
            IF NOT FIM-CAMBIO
                PERFORM 3210-LER-CAMBIO
                PERFORM 3220-GUARDAR-TAXA UNTIL FIM-CAMBIO
            END-IF.

       3210-LER-CAMBIO.
            READ CAMBIO-TABELA NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CAMBIO
            END-READ.
            IF NOT FIM-CAMBIO
                IF CAM-MOEDA NOT = WRK-MOEDA-ANT
                    OR CAM-DATA > WRK-DATA-FIM
                    MOVE 'S' TO WRK-EOF-CAMBIO
                END-IF
            END-IF.

       3220-GUARDAR-TAXA.
            MOVE CAM-TAXA TO WRK-TAXA-FECHA.
            MOVE CAM-DATA TO WRK-DATA-TAXA.
            PERFORM 3210-LER-CAMBIO.

       3300-GRAVAR-REAVALIACAO.
            COMPUTE WRK-ABERTO-MOEDA = RCB-VALOR-MOEDA - RCB-PAGO-MOEDA.
            COMPUTE WRK-ABERTO-REAIS = RCB-VALOR - RCB-VALOR-PAGO.
            COMPUTE WRK-REAVALIADO ROUNDED =
                WRK-ABERTO-MOEDA * WRK-TAXA-FECHA.
            COMPUTE WRK-VARIACAO = WRK-REAVALIADO - WRK-ABERTO-REAIS.
            MOVE WRK-PED-ANO      TO RVL-ANO.
            MOVE WRK-PED-MES      TO RVL-MES.
            MOVE RCB-FATURA       TO RVL-FATURA.
            MOVE RCB-CLIENTE      TO RVL-CLIENTE.
            MOVE RCB-MOEDA        TO RVL-MOEDA.
            MOVE WRK-ABERTO-MOEDA TO RVL-ABERTO-MOEDA.
            MOVE WRK-ABERTO-REAIS TO RVL-ABERTO-REAIS.
            MOVE WRK-TAXA-FECHA   TO RVL-TAXA-FECHAMENTO.
            MOVE WRK-DATA-TAXA    TO RVL-DATA-TAXA.
            MOVE WRK-REAVALIADO   TO RVL-VALOR-REAVALIADO.
            MOVE WRK-VARIACAO     TO RVL-VARIACAO.
            WRITE REAVALIACAO-REG
                INVALID KEY
                    REWRITE REAVALIACAO-REG
            END-WRITE.
            ADD 1 TO WRK-QTD-REAVAL.
            IF WRK-VARIACAO > ZEROS
                ADD WRK-VARIACAO TO WRK-TOTAL-GANHO
            ELSE
                SUBTRACT WRK-VARIACAO FROM WRK-TOTAL-PERDA
            END-IF.
            MOVE WRK-ABERTO-MOEDA TO WRK-MOEDA-ED.
            MOVE RCB-TAXA         TO WRK-TAXA-EMI-ED.
            MOVE WRK-ABERTO-REAIS TO WRK-REAIS-ED.
            MOVE WRK-TAXA-FECHA   TO WRK-TAXA-ED.
            MOVE WRK-REAVALIADO   TO WRK-REAVAL-ED.
            MOVE WRK-VARIACAO     TO WRK-VARIACAO-ED.
            MOVE SPACES TO REL-LINHA.
            STRING RCB-FATURA DELIMITED SIZE
                ' ' DELIMITED SIZE
                RCB-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                RCB-MOEDA DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-MOEDA-ED DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-TAXA-EMI-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-REAIS-ED DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-TAXA-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-REAVAL-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VARIACAO-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * SEM TAXA DA MOEDA NO MES NAO HA REAVALIACAO CONFIAVEL - O
      * TITULO SAI NA LISTA PARA O FINANCEIRO CADASTRAR A TAXA
      * (CAMBMANU) E RESUBMETER.
      *----------------------------------------------------------------
       3400-IMPRIMIR-SEM-TAXA.
            COMPUTE WRK-ABERTO-MOEDA = RCB-VALOR-MOEDA - RCB-PAGO-MOEDA.
            MOVE WRK-ABERTO-MOEDA TO WRK-MOEDA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING RCB-FATURA DELIMITED SIZE
                ' ' DELIMITED SIZE
                RCB-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                RCB-MOEDA DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-MOEDA-ED DELIMITED SIZE
                '   *** SEM TAXA DE CAMBIO NO MES - NAO REAVALIADO'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       4000-FINALIZAR.
            COMPUTE WRK-TOTAL-LIQUIDO =
                WRK-TOTAL-GANHO - WRK-TOTAL-PERDA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-GANHO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'VARIACAO NAO REALIZADA - GANHO...: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-PERDA TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'VARIACAO NAO REALIZADA - PERDA...: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'VARIACAO NAO REALIZADA - LIQUIDA.: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                '  (' DELIMITED SIZE
                WRK-QTD-REAVAL DELIMITED SIZE
                ' TITULOS, ' DELIMITED SIZE
                WRK-QTD-SEM-TAXA DELIMITED SIZE
                ' SEM TAXA)' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE CONTAS-A-RECEBER.
            CLOSE CAMBIO-TABELA.
            CLOSE REAVALIACAO.
            CLOSE REL-REAVALIACAO.
            DISPLAY 'REAVALIACAO CAMBIAL DE ' WRK-PED-MES '/'
                WRK-PED-ANO ' GRAVADA EM CAMBREAV.TXT'.
            DISPLAY 'TITULOS REAVALIADOS: ' WRK-QTD-REAVAL
                ' - SEM TAXA: ' WRK-QTD-SEM-TAXA
                ' - REGISTROS REFEITOS: ' WRK-QTD-APAGADOS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-REAVAL TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM CAMBREAV.
