      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: INDICADORES MENSAIS - NO MODO F (FOTO, CADEIA MENSAL)
      *          APURA OS INDICADORES DO MES FECHADO E OS GRAVA EM
      *          KPIMES (LAYOUT KPIREG), UM REGISTRO POR ANO/MES:
      *            - DSO: ABERTO EM CONTASR X 30 / FATURADO NO MES
      *            - % DO ABERTO VENCIDO HA MAIS DE 30 DIAS
      *            - PERDAS DO MES (TITULOS BAIXADOS EM PERDA)
      *            - ATRASO MEDIO DE PAGAMENTO DAS BAIXAS DO MES, A
      *              MESMA MEDIDA DO RECMEDIA (CTAMOV X VENCIMENTO)
      *            - GIRO ANUALIZADO (CMV DO MES X 12 / ESTOQUE) E
      *              VALOR PARADO HA 365+ DIAS, SOBRE A FOTO VALSNAP
      *            - LEAD-TIME MEDIO ABERTO -> FATURADO (PEDSTHIS)
      *            - ATENDIMENTO (FILL RATE): QUANTIDADE PEDIDA MENOS
      *              O SALDO DE BACKORDER SOBRE A PEDIDA
      *            - CLIENTES ATIVOS E CLIENTES NOVOS NO MES
      *          EM QUALQUER MODO IMPRIME A TENDENCIA DOS ULTIMOS 13
      *          MESES LADO A LADO, COM A VARIACAO CONTRA O MESMO MES
      *          DO ANO ANTERIOR. O MODO R (OU BRANCO) SO IMPRIME - A
      *          FOTO DE UM MES FECHADO NAO E REFEITA COM OS DADOS DE
      *          HOJE. DIAS PELO CALENDARIO COMERCIAL 360/30, COMO NO
      *          AGING.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIMENS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT CONTA-MOVTOS ASSIGN TO WRK-NOME-CTAMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTAMOV.
           SELECT ESTOQUE-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT VALOR-SNAPSHOT ASSIGN TO 'VALSNAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS WRK-FS-SNAP.
           SELECT PED-STATUS-HIST ASSIGN TO 'PEDSTHIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT SAIDAS-PRODUTO ASSIGN TO 'KPITEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-PRODUTO
               FILE STATUS IS WRK-FS-TEMP.
           SELECT KPI-MENSAL ASSIGN TO 'KPIMES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPI-ANO-MES
               FILE STATUS IS WRK-FS-KPI.
           SELECT REL-KPI ASSIGN TO 'KPIMENS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  CONTA-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY CTAMREG.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  VALOR-SNAPSHOT
           LABEL RECORD IS STANDARD.
       01 SNAPSHOT-REG.
           05 SNP-CHAVE.
               10 SNP-ANO-MES      PIC 9(06).
               10 SNP-PRODUTO      PIC 9(06).
           05 SNP-SALDO            PIC S9(07).
           05 SNP-CUSTO-MEDIO      PIC 9(07)V99.
           05 SNP-VALOR            PIC S9(11)V99.
       FD  PED-STATUS-HIST
           LABEL RECORD IS STANDARD.
           COPY PSHREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  SAIDAS-PRODUTO
           LABEL RECORD IS STANDARD.
       01 SAIDAS-REG.
           05 TMP-PRODUTO          PIC 9(06).
           05 TMP-ULTIMA-SAIDA     PIC 9(08).
           05 TMP-QTD-CMV          PIC S9(07).
       FD  KPI-MENSAL
           LABEL RECORD IS STANDARD.
           COPY KPIREG.
       FD  REL-KPI
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-CTAMOV    PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-SNAP      PIC X(02) VALUE '00'.
       77 WRK-FS-HIST      PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-KPI       PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-EOF-CTAMOV   PIC X(01) VALUE 'N'.
           88 FIM-CTAMOV   VALUE 'S'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-EOF-SNAP     PIC X(01) VALUE 'N'.
           88 FIM-SNAP     VALUE 'S'.
       77 WRK-EOF-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HIST     VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-MASTER   PIC X(01) VALUE 'N'.
           88 FIM-MASTER   VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE 'R'.
           88 MODO-FOTO    VALUE 'F' 'f'.
       77 WRK-TEM-FOTO     PIC X(01) VALUE 'N'.
           88 TEM-FOTO     VALUE 'S'.
       77 WRK-NOME-CTAMOV  PIC X(14) VALUE SPACES.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INI-ARQ  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-FIM     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DATA    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS         PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO-TITULO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENCIDO-30   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-ATRASO  PIC S9(09) VALUE ZEROS.
       77 WRK-QTD-BAIXAS   PIC 9(07) VALUE ZEROS.
       77 WRK-SOMA-LEAD    PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FATURADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PEDIDA   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ATENDIDA PIC 9(09) VALUE ZEROS.
       77 WRK-SALDO-LINHA  PIC 9(05) VALUE ZEROS.
       77 WRK-COL          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LIN          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ED-DECIMAL   PIC -ZZZZ9,9 VALUE ZEROS.
       77 WRK-ED-INTEIRO   PIC -ZZZZZZ9 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-ANO-MES-GRP.
           05 WRK-ANO-MES      PIC 9(06) VALUE ZEROS.
           05 WRK-ANO-MES-ED REDEFINES WRK-ANO-MES.
               10 WRK-AM-ANO    PIC 9(04).
               10 WRK-AM-MES    PIC 9(02).
       01 WRK-DATA-TESTE-GRP.
           05 WRK-DATA-TESTE   PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-TESTE-ED REDEFINES WRK-DATA-TESTE.
               10 WRK-TST-ANO   PIC 9(04).
               10 WRK-TST-MES   PIC 9(02).
               10 WRK-TST-DIA   PIC 9(02).
       01 WRK-DATA-VENC-GRP.
           05 WRK-DATA-VENC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-VENC-ED REDEFINES WRK-DATA-VENC.
               10 WRK-VENC-ANO  PIC 9(04).
               10 WRK-VENC-MES  PIC 9(02).
               10 WRK-VENC-DIA  PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * LINHAS DA TENDENCIA - ROTULO E TIPO (D = UMA DECIMAL, I =
      * INTEIRO). VALORES EM REAIS SAEM EM MILHARES.
      *----------------------------------------------------------------
       01 WRK-ROTULOS-KPI.
           05 FILLER PIC X(19) VALUE 'FATURADO R$ MIL   D'.
           05 FILLER PIC X(19) VALUE 'DSO (DIAS)        D'.
           05 FILLER PIC X(19) VALUE '% VENCIDO +30 DIASD'.
           05 FILLER PIC X(19) VALUE 'PERDAS R$ MIL     D'.
           05 FILLER PIC X(19) VALUE 'ATRASO MED. PAGTO D'.
           05 FILLER PIC X(19) VALUE 'GIRO ESTOQUE (ANO)D'.
           05 FILLER PIC X(19) VALUE 'ESTOQUE R$ MIL    D'.
           05 FILLER PIC X(19) VALUE 'EST. PARADO R$ MILD'.
           05 FILLER PIC X(19) VALUE 'LEAD-TIME (DIAS)  D'.
           05 FILLER PIC X(19) VALUE 'FILL RATE %       D'.
           05 FILLER PIC X(19) VALUE 'CLIENTES ATIVOS   I'.
           05 FILLER PIC X(19) VALUE 'CLIENTES NOVOS    I'.
       01 WRK-ROTULOS-TAB REDEFINES WRK-ROTULOS-KPI.
           05 WRK-ROTULO-KPI       OCCURS 12 TIMES.
               10 WRK-ROT-TEXTO    PIC X(18).
               10 WRK-ROT-TIPO     PIC X(01).
                   88 ROT-INTEIRO  VALUE 'I'.
      *----------------------------------------------------------------
      * OS 13 MESES DA TENDENCIA - A COLUNA 13 E O MES PEDIDO E A
      * COLUNA 1 O MESMO MES DO ANO ANTERIOR.
      *----------------------------------------------------------------
       01 WRK-TENDENCIA.
           05 WRK-TND-COLUNA       OCCURS 13 TIMES.
               10 WRK-TND-ANO-MES  PIC 9(06).
               10 WRK-TND-ACHOU    PIC X(01).
                   88 TND-ACHOU    VALUE 'S'.
               10 WRK-TND-VALOR    PIC S9(09)V99 OCCURS 12 TIMES.
       01 WRK-LINHA-TENDENCIA.
           05 LTD-ROTULO           PIC X(18).
           05 LTD-COLUNA           PIC X(08) OCCURS 13 TIMES.
           05 FILLER               PIC X(01).
           05 LTD-VARIACAO         PIC X(08).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF MODO-FOTO
                PERFORM 2000-APURAR-RECEBER
                PERFORM 2500-APURAR-PAGAMENTOS
                PERFORM 3000-APURAR-ESTOQUE
                PERFORM 3500-APURAR-PEDIDOS
                PERFORM 3800-APURAR-CLIENTES
                PERFORM 4000-GRAVAR-FOTO
            END-IF.
            PERFORM 5000-IMPRIMIR-TENDENCIA.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * SYSIN: ANO, MES E MODO. ANO/MES ZERADOS SIGNIFICAM O MES
      * ANTERIOR AO DA EXECUCAO; MODO F APURA E GRAVA A FOTO DO MES,
      * QUALQUER OUTRO SO IMPRIME A TENDENCIA.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'KPIMENS' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-MODO.
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
            MOVE WRK-PED-ANO TO WRK-AM-ANO.
            MOVE WRK-PED-MES TO WRK-AM-MES.
            COMPUTE WRK-DATA-FIM = (WRK-ANO-MES * 100) + 31.
            COMPUTE WRK-DIAS-FIM = (WRK-PED-ANO * 360)
                + (WRK-PED-MES * 30) + 30.
            INITIALIZE KPI-MENSAL-REG.
            MOVE WRK-ANO-MES TO KPI-ANO-MES.
            MOVE WRK-DATA-HOJE TO KPI-DATA-APURACAO.
            OPEN I-O KPI-MENSAL.
            IF WRK-FS-KPI = '35'
                CLOSE KPI-MENSAL
                OPEN OUTPUT KPI-MENSAL
                CLOSE KPI-MENSAL
                OPEN I-O KPI-MENSAL
            END-IF.
            OPEN OUTPUT REL-KPI.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'INDICADORES MENSAIS - TENDENCIA DE 13 MESES ATE '
                DELIMITED SIZE
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

      *----------------------------------------------------------------
      * CONTAS A RECEBER: FATURADO NO MES (TITULOS EMITIDOS NO MES, O
      * CANCELADO NAO CONTA), ABERTO NO FECHAMENTO COM A PARTE VENCIDA
      * HA MAIS DE 30 DIAS NO ULTIMO DIA DO MES E AS PERDAS BAIXADAS
      * NO MES. O PASSO RODA NO FECHAMENTO, ENTAO O ABERTO DE HOJE E O
      * DO FIM DO MES.
      *----------------------------------------------------------------
       2000-APURAR-RECEBER.
            OPEN INPUT CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN INPUT CONTAS-A-RECEBER
            END-IF.
            MOVE 'N' TO WRK-EOF-RECEBER.
            MOVE ZEROS TO RCB-FATURA.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-START.
            IF NOT FIM-RECEBER
                PERFORM 2010-LER-TITULO
                PERFORM 2100-SOMAR-TITULO UNTIL FIM-RECEBER
            END-IF.
            IF KPI-FATURAMENTO > ZEROS
                COMPUTE KPI-DSO ROUNDED =
                    KPI-ABERTO * 30 / KPI-FATURAMENTO
                    ON SIZE ERROR
                        MOVE 9999,9 TO KPI-DSO
                END-COMPUTE
            END-IF.
            IF KPI-ABERTO > ZEROS
                COMPUTE KPI-PERC-VENCIDO ROUNDED =
                    WRK-VENCIDO-30 * 100 / KPI-ABERTO
            END-IF.

       2010-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.
            IF NOT FIM-RECEBER
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2100-SOMAR-TITULO.
            COMPUTE WRK-SALDO-TITULO = RCB-VALOR - RCB-VALOR-PAGO.
            MOVE RCB-DATA-EMISSAO TO WRK-DATA-TESTE.
            IF NOT RECEB-CANCELADA
                AND WRK-TST-ANO = WRK-PED-ANO
                AND WRK-TST-MES = WRK-PED-MES
                ADD RCB-VALOR TO KPI-FATURAMENTO
            END-IF.
            IF RECEB-ABERTA
                ADD WRK-SALDO-TITULO TO KPI-ABERTO
                MOVE RCB-DATA-VENCIMENTO TO WRK-DATA-VENC
                COMPUTE WRK-DIAS-DATA = (WRK-VENC-ANO * 360)
                    + (WRK-VENC-MES * 30) + WRK-VENC-DIA
                COMPUTE WRK-DIAS = WRK-DIAS-FIM - WRK-DIAS-DATA
                IF WRK-DIAS > 30
                    ADD WRK-SALDO-TITULO TO WRK-VENCIDO-30
                END-IF
            END-IF.
            MOVE RCB-DATA-PERDA TO WRK-DATA-TESTE.
            IF RECEB-PERDA
                AND WRK-TST-ANO = WRK-PED-ANO
                AND WRK-TST-MES = WRK-PED-MES
                ADD WRK-SALDO-TITULO TO KPI-PERDAS
            END-IF.
            PERFORM 2010-LER-TITULO.

      *----------------------------------------------------------------
      * ATRASO MEDIO DE PAGAMENTO - AS BAIXAS (ORIGEM BAIXA OU BANCO)
      * DO MES EM CTAMOV CASADAS COM O VENCIMENTO DA FATURA, COMO NO
      * RECMEDIA, MAS NUMA MEDIA UNICA DE TODAS AS BAIXAS. OS ANOS
      * FECHADOS PELA VIRADA ANUAL (MOVYEAR) FICAM EM CTAMOV.AAAA.
      *----------------------------------------------------------------
       2500-APURAR-PAGAMENTOS.
            PERFORM 2520-LER-CTAMOV-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-PED-ANO BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'CTAMOV.TXT' TO WRK-NOME-CTAMOV.
            PERFORM 2530-LER-CTAMOV-FONTE.
            IF WRK-QTD-BAIXAS > ZEROS
                COMPUTE KPI-ATRASO-PAGTO ROUNDED =
                    WRK-SOMA-ATRASO / WRK-QTD-BAIXAS
            END-IF.
            CLOSE CONTAS-A-RECEBER.

       2510-LER-CTAMOV.
            READ CONTA-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-CTAMOV
            END-READ.

       2520-LER-CTAMOV-DATADO.
            MOVE SPACES TO WRK-NOME-CTAMOV.
            STRING 'CTAMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-CTAMOV
            END-STRING.
            PERFORM 2530-LER-CTAMOV-FONTE.

       2530-LER-CTAMOV-FONTE.
            MOVE 'N' TO WRK-EOF-CTAMOV.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-CTAMOV = '00'
                PERFORM 2510-LER-CTAMOV
                PERFORM 2540-SOMAR-BAIXA UNTIL FIM-CTAMOV
                CLOSE CONTA-MOVTOS
            END-IF.

       2540-SOMAR-BAIXA.
            MOVE CTM-DATA TO WRK-DATA-TESTE.
            IF (CTM-ORIGEM = 'BAIXA' OR CTM-ORIGEM = 'BANCO')
                AND WRK-TST-ANO = WRK-PED-ANO
                AND WRK-TST-MES = WRK-PED-MES
                MOVE CTM-DOCUMENTO TO RCB-FATURA
                READ CONTAS-A-RECEBER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RCB-DATA-VENCIMENTO TO WRK-DATA-VENC
                        COMPUTE WRK-DIAS =
                            ((WRK-TST-ANO * 360) + (WRK-TST-MES * 30)
                            + WRK-TST-DIA)
                            - ((WRK-VENC-ANO * 360)
                            + (WRK-VENC-MES * 30) + WRK-VENC-DIA)
                        ADD WRK-DIAS TO WRK-SOMA-ATRASO
                        ADD 1 TO WRK-QTD-BAIXAS
                END-READ
            END-IF.
            PERFORM 2510-LER-CTAMOV.

      *----------------------------------------------------------------
      * ESTOQUE - PASSO 1: DOS MOVIMENTOS ATE O FIM DO MES, A DATA DA
      * ULTIMA SAIDA DE CADA PRODUTO (COMO NO ESTPARAD) E A QUANTIDADE
      * QUE VIROU CMV NO MES (SAIDA DE ENTREGA OU CONSUMO MENOS
      * ENTRADA DE DEVOLUCAO, AS ORIGENS QUE O ESTCTB LANCA EM CMV).
      * LE OS DATADOS DO ANO ANTERIOR AO MES EM DIANTE E O CORRENTE.
      *----------------------------------------------------------------
       3000-APURAR-ESTOQUE.
            OPEN OUTPUT SAIDAS-PRODUTO.
            CLOSE SAIDAS-PRODUTO.
            OPEN I-O SAIDAS-PRODUTO.
            COMPUTE WRK-ANO-INI-ARQ = WRK-PED-ANO - 1.
            PERFORM 3020-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-ANO-INI-ARQ BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 3030-LER-FONTE.
            PERFORM 3200-VALORIZAR-FOTO.
            CLOSE SAIDAS-PRODUTO.

       3010-LER-MOVIMENTO.
            READ ESTOQUE-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-MOVTOS
            END-READ.

       3020-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'ESTMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 3030-LER-FONTE.

       3030-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 3010-LER-MOVIMENTO
                PERFORM 3100-GUARDAR-MOVIMENTO UNTIL FIM-MOVTOS
                CLOSE ESTOQUE-MOVTOS
            END-IF.

       3100-GUARDAR-MOVIMENTO.
            IF (MOV-SAIDA OR MOV-ENTRADA)
                AND MOV-DATA NOT > WRK-DATA-FIM
                MOVE MOV-PRODUTO TO TMP-PRODUTO
                READ SAIDAS-PRODUTO
                    INVALID KEY
                        MOVE MOV-PRODUTO TO TMP-PRODUTO
                        MOVE ZEROS TO TMP-ULTIMA-SAIDA
                        MOVE ZEROS TO TMP-QTD-CMV
                END-READ
                IF MOV-SAIDA AND MOV-DATA > TMP-ULTIMA-SAIDA
                    MOVE MOV-DATA TO TMP-ULTIMA-SAIDA
                END-IF
                MOVE MOV-DATA TO WRK-DATA-TESTE
                IF WRK-TST-ANO = WRK-PED-ANO
                    AND WRK-TST-MES = WRK-PED-MES
                    IF MOV-SAIDA
                        AND (MOV-ORIGEM = 'ENTREGA'
                             OR MOV-ORIGEM = 'CONSUMO')
                        ADD MOV-QUANTIDADE TO TMP-QTD-CMV
                    END-IF
                    IF MOV-ENTRADA AND MOV-ORIGEM = 'DEVOLUCAO'
                        SUBTRACT MOV-QUANTIDADE FROM TMP-QTD-CMV
                    END-IF
                END-IF
                REWRITE SAIDAS-REG
                    INVALID KEY
                        WRITE SAIDAS-REG
                END-REWRITE
            END-IF.
            PERFORM 3010-LER-MOVIMENTO.

      *----------------------------------------------------------------
      * ESTOQUE - PASSO 2: A FOTO DE FECHAMENTO DO MES (VALSNAP, DO
      * ESTVALOR MODO F) DA O VALOR DO ESTOQUE E O CUSTO MEDIO DO CMV;
      * PRODUTO COM SALDO SEM SAIDA HA 365 DIAS OU MAIS NO FIM DO MES
      * E ESTOQUE PARADO. SEM FOTO DO MES, OS INDICADORES DE ESTOQUE
      * FICAM ZERADOS E O RELATORIO AVISA.
      *----------------------------------------------------------------
       3200-VALORIZAR-FOTO.
            OPEN INPUT VALOR-SNAPSHOT.
            IF WRK-FS-SNAP = '35'
                CLOSE VALOR-SNAPSHOT
                OPEN OUTPUT VALOR-SNAPSHOT
                CLOSE VALOR-SNAPSHOT
                OPEN INPUT VALOR-SNAPSHOT
            END-IF.
            MOVE 'N' TO WRK-EOF-SNAP.
            MOVE WRK-ANO-MES TO SNP-ANO-MES.
            MOVE ZEROS TO SNP-PRODUTO.
            START VALOR-SNAPSHOT KEY IS NOT LESS THAN SNP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-SNAP
            END-START.
            PERFORM 3210-LER-FOTO.
            PERFORM 3220-SOMAR-FOTO UNTIL FIM-SNAP.
            CLOSE VALOR-SNAPSHOT.
            IF KPI-VALOR-ESTOQUE > ZEROS
                COMPUTE KPI-GIRO ROUNDED =
                    KPI-CMV * 12 / KPI-VALOR-ESTOQUE
                    ON SIZE ERROR
                        MOVE 999,99 TO KPI-GIRO
                END-COMPUTE
            END-IF.

       3210-LER-FOTO.
            IF NOT FIM-SNAP
                READ VALOR-SNAPSHOT NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-SNAP
                END-READ
            END-IF.
            IF NOT FIM-SNAP AND SNP-ANO-MES NOT = WRK-ANO-MES
                MOVE 'S' TO WRK-EOF-SNAP
            END-IF.

       3220-SOMAR-FOTO.
            MOVE 'S' TO WRK-TEM-FOTO.
            ADD SNP-VALOR TO KPI-VALOR-ESTOQUE.
            MOVE SNP-PRODUTO TO TMP-PRODUTO.
            READ SAIDAS-PRODUTO
                INVALID KEY
                    MOVE ZEROS TO TMP-ULTIMA-SAIDA
                    MOVE ZEROS TO TMP-QTD-CMV
            END-READ.
            COMPUTE KPI-CMV = KPI-CMV
                + (TMP-QTD-CMV * SNP-CUSTO-MEDIO).
            IF SNP-SALDO > ZEROS
                IF TMP-ULTIMA-SAIDA = ZEROS
                    MOVE 99999 TO WRK-DIAS
                ELSE
                    MOVE TMP-ULTIMA-SAIDA TO WRK-DATA-TESTE
                    COMPUTE WRK-DIAS = WRK-DIAS-FIM
                        - ((WRK-TST-ANO * 360) + (WRK-TST-MES * 30)
                        + WRK-TST-DIA)
                END-IF
                IF WRK-DIAS >= 365
                    ADD SNP-VALOR TO KPI-ESTOQUE-PARADO
                END-IF
            END-IF.
            PERFORM 3210-LER-FOTO.

      *----------------------------------------------------------------
      * PEDIDOS: LEAD-TIME MEDIO DE ABERTO A FATURADO DAS TRANSICOES
      * PARA F NO MES (PEDSTHIS, MESMA CONTA DO PEDLEAD) E O FILL RATE
      * DOS PEDIDOS DO MES JA FATURADOS (F, SEPARACAO OU ENTREGUE): A
      * QUANTIDADE PEDIDA MENOS O SALDO A ENTREGAR QUE O BACKORD LISTA
      * (PEDIDO F OU EM SEPARACAO), SOBRE A PEDIDA.
      *----------------------------------------------------------------
       3500-APURAR-PEDIDOS.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT PED-STATUS-HIST.
            IF WRK-FS-HIST = '00'
                PERFORM 3510-LER-HISTORICO
                PERFORM 3520-SOMAR-LEAD UNTIL FIM-HIST
                CLOSE PED-STATUS-HIST
            END-IF.
            IF WRK-QTD-FATURADOS > ZEROS
                COMPUTE KPI-LEAD-TIME ROUNDED =
                    WRK-SOMA-LEAD / WRK-QTD-FATURADOS
            END-IF.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '00'
                PERFORM 3610-LER-ITEM
                PERFORM 3620-SOMAR-ITEM UNTIL FIM-ITENS
                CLOSE PED-ITENS
            END-IF.
            IF WRK-QTD-PEDIDA > ZEROS
                COMPUTE KPI-FILL-RATE ROUNDED =
                    WRK-QTD-ATENDIDA * 100 / WRK-QTD-PEDIDA
            END-IF.
            CLOSE PEDIDOS.

       3510-LER-HISTORICO.
            READ PED-STATUS-HIST
                AT END
                    MOVE 'S' TO WRK-EOF-HIST
            END-READ.

       3520-SOMAR-LEAD.
            MOVE PSH-DATA TO WRK-DATA-TESTE.
            IF WRK-TST-ANO = WRK-PED-ANO
                AND WRK-TST-MES = WRK-PED-MES
                AND PSH-STATUS-DEPOIS = 'F'
                AND PSH-STATUS-ANTES NOT = PSH-STATUS-DEPOIS
                MOVE PSH-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PED-DATA TO WRK-DATA-VENC
                        COMPUTE WRK-DIAS =
                            ((WRK-TST-ANO * 360) + (WRK-TST-MES * 30)
                            + WRK-TST-DIA)
                            - ((WRK-VENC-ANO * 360)
                            + (WRK-VENC-MES * 30) + WRK-VENC-DIA)
                        IF WRK-DIAS < ZEROS
                            MOVE ZEROS TO WRK-DIAS
                        END-IF
                        ADD WRK-DIAS TO WRK-SOMA-LEAD
                        ADD 1 TO WRK-QTD-FATURADOS
                END-READ
            END-IF.
            PERFORM 3510-LER-HISTORICO.

       3610-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.

       3620-SOMAR-ITEM.
            MOVE ITN-PEDIDO TO PED-NUMERO.
            READ PEDIDOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PED-DATA TO WRK-DATA-TESTE
                    IF (PEDIDO-FATURADO OR PEDIDO-SEPARACAO
                        OR PEDIDO-ENTREGUE)
                        AND WRK-TST-ANO = WRK-PED-ANO
                        AND WRK-TST-MES = WRK-PED-MES
                        ADD ITN-QUANTIDADE TO WRK-QTD-PEDIDA
                        MOVE ZEROS TO WRK-SALDO-LINHA
                        IF (PEDIDO-FATURADO OR PEDIDO-SEPARACAO)
                            AND ITN-QUANTIDADE > ITN-QTD-ENTREGUE
                            COMPUTE WRK-SALDO-LINHA =
                                ITN-QUANTIDADE - ITN-QTD-ENTREGUE
                        END-IF
                        COMPUTE WRK-QTD-ATENDIDA = WRK-QTD-ATENDIDA
                            + ITN-QUANTIDADE - WRK-SALDO-LINHA
                    END-IF
            END-READ.
            PERFORM 3610-LER-ITEM.

      *----------------------------------------------------------------
      * CLIENTES ATIVOS NO FECHAMENTO E CLIENTES CADASTRADOS NO MES.
      *----------------------------------------------------------------
       3800-APURAR-CLIENTES.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-FS-MASTER = '00'
                PERFORM 3810-LER-CLIENTE
                PERFORM 3820-CONTAR-CLIENTE UNTIL FIM-MASTER
                CLOSE CLIENTES-MASTER
            END-IF.

       3810-LER-CLIENTE.
            READ CLIENTES-MASTER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MASTER
            END-READ.

       3820-CONTAR-CLIENTE.
            IF CLIENTE-ATIVO
                ADD 1 TO KPI-CLIENTES-ATIVOS
            END-IF.
            MOVE CLI-DATA-CADASTRO TO WRK-DATA-TESTE.
            IF WRK-TST-ANO = WRK-PED-ANO
                AND WRK-TST-MES = WRK-PED-MES
                ADD 1 TO KPI-CLIENTES-NOVOS
            END-IF.
            PERFORM 3810-LER-CLIENTE.

      *----------------------------------------------------------------
      * A FOTO DO MES E GRAVADA POR CIMA SE A CADEIA FOR REPROCESSADA.
      *----------------------------------------------------------------
       4000-GRAVAR-FOTO.
            REWRITE KPI-MENSAL-REG
                INVALID KEY
                    WRITE KPI-MENSAL-REG
            END-REWRITE.
            MOVE SPACES TO REL-LINHA.
            STRING 'FOTO DOS INDICADORES DE ' DELIMITED SIZE
                WRK-PED-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
                ' GRAVADA EM KPIMES' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF NOT TEM-FOTO
                MOVE SPACES TO REL-LINHA
                STRING '*** SEM FOTO DE FECHAMENTO DO MES EM VALSNAP'
                    DELIMITED SIZE
                    ' - INDICADORES DE ESTOQUE ZERADOS' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * TENDENCIA - CARREGA OS 13 MESES DE KPIMES (DO MES PEDIDO PARA
      * TRAS) E IMPRIME UMA LINHA POR INDICADOR; A ULTIMA COLUNA E A
      * VARIACAO DO MES CONTRA O MESMO MES DO ANO ANTERIOR. MES SEM
      * FOTO SAI COMO N/D.
      *----------------------------------------------------------------
       5000-IMPRIMIR-TENDENCIA.
            MOVE 14 TO WRK-COL.
            PERFORM 5100-CARREGAR-COLUNA UNTIL WRK-COL = 1.
            MOVE SPACES TO WRK-LINHA-TENDENCIA.
            MOVE 'INDICADOR' TO LTD-ROTULO.
            MOVE ZEROS TO WRK-COL.
            PERFORM 5200-MONTAR-TITULO UNTIL WRK-COL >= 13.
            MOVE ' VAR 12M' TO LTD-VARIACAO.
            MOVE WRK-LINHA-TENDENCIA TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:131).
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-LIN.
            PERFORM 5300-IMPRIMIR-INDICADOR UNTIL WRK-LIN >= 12.

       5100-CARREGAR-COLUNA.
            SUBTRACT 1 FROM WRK-COL.
            MOVE WRK-ANO-MES TO WRK-TND-ANO-MES (WRK-COL).
            MOVE 'N' TO WRK-TND-ACHOU (WRK-COL).
            MOVE WRK-ANO-MES TO KPI-ANO-MES.
            READ KPI-MENSAL
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-TND-ACHOU (WRK-COL)
                    PERFORM 5110-COPIAR-VALORES
            END-READ.
            IF WRK-AM-MES = 01
                MOVE 12 TO WRK-AM-MES
                SUBTRACT 1 FROM WRK-AM-ANO
            ELSE
                SUBTRACT 1 FROM WRK-AM-MES
            END-IF.

       5110-COPIAR-VALORES.
            COMPUTE WRK-TND-VALOR (WRK-COL 1) ROUNDED =
                KPI-FATURAMENTO / 1000.
            MOVE KPI-DSO TO WRK-TND-VALOR (WRK-COL 2).
            MOVE KPI-PERC-VENCIDO TO WRK-TND-VALOR (WRK-COL 3).
            COMPUTE WRK-TND-VALOR (WRK-COL 4) ROUNDED =
                KPI-PERDAS / 1000.
            MOVE KPI-ATRASO-PAGTO TO WRK-TND-VALOR (WRK-COL 5).
            MOVE KPI-GIRO TO WRK-TND-VALOR (WRK-COL 6).
            COMPUTE WRK-TND-VALOR (WRK-COL 7) ROUNDED =
                KPI-VALOR-ESTOQUE / 1000.
            COMPUTE WRK-TND-VALOR (WRK-COL 8) ROUNDED =
                KPI-ESTOQUE-PARADO / 1000.
            MOVE KPI-LEAD-TIME TO WRK-TND-VALOR (WRK-COL 9).
            MOVE KPI-FILL-RATE TO WRK-TND-VALOR (WRK-COL 10).
            MOVE KPI-CLIENTES-ATIVOS TO WRK-TND-VALOR (WRK-COL 11).
            MOVE KPI-CLIENTES-NOVOS TO WRK-TND-VALOR (WRK-COL 12).

       5200-MONTAR-TITULO.
            ADD 1 TO WRK-COL.
            MOVE WRK-TND-ANO-MES (WRK-COL) TO WRK-ANO-MES.
            STRING ' ' DELIMITED SIZE
                WRK-AM-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-AM-ANO DELIMITED SIZE
                INTO LTD-COLUNA (WRK-COL)
            END-STRING.

       5300-IMPRIMIR-INDICADOR.
            ADD 1 TO WRK-LIN.
            MOVE SPACES TO WRK-LINHA-TENDENCIA.
            MOVE WRK-ROT-TEXTO (WRK-LIN) TO LTD-ROTULO.
            MOVE ZEROS TO WRK-COL.
            PERFORM 5310-EDITAR-VALOR UNTIL WRK-COL >= 13.
            IF TND-ACHOU (1) AND TND-ACHOU (13)
                COMPUTE WRK-VARIACAO = WRK-TND-VALOR (13 WRK-LIN)
                    - WRK-TND-VALOR (1 WRK-LIN)
                IF ROT-INTEIRO (WRK-LIN)
                    MOVE WRK-VARIACAO TO WRK-ED-INTEIRO
                    MOVE WRK-ED-INTEIRO TO LTD-VARIACAO
                ELSE
                    MOVE WRK-VARIACAO TO WRK-ED-DECIMAL
                    MOVE WRK-ED-DECIMAL TO LTD-VARIACAO
                END-IF
            ELSE
                MOVE '     N/D' TO LTD-VARIACAO
            END-IF.
            MOVE WRK-LINHA-TENDENCIA TO REL-LINHA.
            WRITE REL-LINHA.

       5310-EDITAR-VALOR.
            ADD 1 TO WRK-COL.
            IF TND-ACHOU (WRK-COL)
                IF ROT-INTEIRO (WRK-LIN)
                    MOVE WRK-TND-VALOR (WRK-COL WRK-LIN)
                        TO WRK-ED-INTEIRO
                    MOVE WRK-ED-INTEIRO TO LTD-COLUNA (WRK-COL)
                ELSE
                    MOVE WRK-TND-VALOR (WRK-COL WRK-LIN)
                        TO WRK-ED-DECIMAL
                    MOVE WRK-ED-DECIMAL TO LTD-COLUNA (WRK-COL)
                END-IF
            ELSE
                MOVE '     N/D' TO LTD-COLUNA (WRK-COL)
            END-IF.

       9000-FINALIZAR.
            CLOSE KPI-MENSAL.
            CLOSE REL-KPI.
            DISPLAY 'INDICADORES MENSAIS GRAVADOS EM KPIMENS.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            IF MODO-FOTO
                MOVE 1 TO JBL-GRAVADOS
            ELSE
                MOVE ZEROS TO JBL-GRAVADOS
            END-IF.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM KPIMENS.
