      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RAZAO AUXILIAR DE ESTOQUE DO MES FECHADO - VALORIZA
      *          CADA MOVIMENTO DE ESTMOV.TXT DO MES AO CUSTO MEDIO DA
      *          FOTO DE FECHAMENTO (VALSNAP, GRAVADA PELO ESTVALOR NO
      *          MODO F) E GERA OS LANCAMENTOS DE ESTOQUE, CMV E AJUSTE
      *          DE INVENTARIO NO LAYOUT DO CTBEXP (HEADER, PARTIDAS
      *          DOBRADAS E TRAILER DE CONTROLE) EM CTBEST.TXT. PARA
      *          CADA PRODUTO PROVA QUE A FOTO DE ABERTURA (MES
      *          ANTERIOR) MAIS OS MOVIMENTOS DA A FOTO DE FECHAMENTO;
      *          A DIFERENCA (VARIACAO DO CUSTO MEDIO SOBRE O SALDO QUE
      *          JA ESTAVA EM ESTOQUE) E LISTADA EM ESTCTB.TXT E
      *          LANCADA PARA O LIVRO FECHAR NA FOTO. SO RODA PARA MES
      *          COM PERIODO FECHADO, COMO O CTBEXP; O MES VEM DO SYSIN
      *          (ANO E MES; ZEROS = MES ANTERIOR).
      *
      *          CONTAS DA INTERFACE (MESMO PLANO DO CTBEXP):
      *            11040 ESTOQUE DE MERCADORIAS
      *            11045 MONTAGEM DE KITS (COMPONENTE X KIT)
      *            21020 RECEBIMENTOS A FATURAR (FORNECEDORES)
      *            51020 CUSTO DAS MERCADORIAS VENDIDAS
      *            54010 AJUSTES DE INVENTARIO (PERDAS E SOBRAS)
      *            54020 VARIACAO DO CUSTO MEDIO DO ESTOQUE
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - ESTMOV.AAAA desde o ano do mes
      *                 exportado - antes do ESTMOV.TXT corrente.
      * 15/10/2026 ABM  Periodo contabil conferido e o da empresa 01
      *                 (PERIODOS passou a ter a empresa na chave).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTCTB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO 'PERIODOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT ESTOQUE-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT VALOR-SNAPSHOT ASSIGN TO 'VALSNAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS WRK-FS-SNAP.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT DIARIO-EXPORT ASSIGN TO 'CTBEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXPORT.
           SELECT REL-RAZAO ASSIGN TO 'ESTCTB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT WRK-SORTFILE ASSIGN TO 'ESTCSORT'.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORD IS STANDARD.
           COPY PERIREG.
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
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  DIARIO-EXPORT
           LABEL RECORD IS STANDARD.
       01 EXP-LINHA.
           05 EXP-TIPO              PIC X(01).
           05 EXP-DATA              PIC 9(08).
           05 EXP-CONTA             PIC 9(05).
           05 EXP-NATUREZA          PIC X(01).
           05 EXP-VALOR             PIC 9(09)V99.
           05 EXP-ORIGEM            PIC X(10).
           05 EXP-DOCUMENTO         PIC 9(08).
       01 EXP-HEADER.
           05 HDR-TIPO              PIC X(01).
           05 HDR-DATA-GERACAO      PIC 9(08).
           05 HDR-ANO               PIC 9(04).
           05 HDR-MES               PIC 9(02).
       01 EXP-TRAILER.
           05 TRL-TIPO              PIC X(01).
           05 TRL-QTD-REGISTROS     PIC 9(06).
           05 TRL-TOTAL-DEBITOS     PIC 9(11)V99.
           05 TRL-TOTAL-CREDITOS    PIC 9(11)V99.
       FD  REL-RAZAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
      *----------------------------------------------------------------
      * REGISTRO DO SORT - POR PRODUTO, PRIMEIRO A FOTO DE FECHAMENTO
      * (ORDEM 1, QUE DA O CUSTO DO MES), DEPOIS A DE ABERTURA (2) E
      * OS MOVIMENTOS DO MES NA ORDEM DA DATA (3).
      *----------------------------------------------------------------
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-PRODUTO         PIC 9(06).
           05 SORT-ORDEM           PIC 9(01).
               88 SORT-FECHAMENTO  VALUE 1.
               88 SORT-ABERTURA    VALUE 2.
               88 SORT-MOVIMENTO   VALUE 3.
           05 SORT-DATA            PIC 9(08).
           05 SORT-HORA            PIC 9(06).
           05 SORT-TIPO            PIC X(01).
           05 SORT-QUANTIDADE      PIC S9(07).
           05 SORT-CUSTO           PIC 9(07)V99.
           05 SORT-VALOR           PIC S9(11)V99.
           05 SORT-ORIGEM          PIC X(10).
           05 SORT-DOCUMENTO       PIC 9(06).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERIODO   PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-SNAP      PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-EXPORT    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-SNAP     PIC X(01) VALUE 'N'.
           88 FIM-SNAP     VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-PERIODO-OK   PIC X(01) VALUE 'N'.
           88 PERIODO-OK   VALUE 'S'.
       77 WRK-TEM-ABERTURA PIC X(01) VALUE 'N'.
           88 TEM-ABERTURA VALUE 'S'.
       77 WRK-TEM-FECHAMENTO PIC X(01) VALUE 'N'.
           88 TEM-FECHAMENTO VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-ANO-MES-SNAP PIC 9(06) VALUE ZEROS.
       77 WRK-ORDEM-SNAP   PIC 9(01) VALUE ZEROS.
       77 WRK-PRODUTO-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-FIM-MES  PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-FIM-MES PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MOVTOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AJUSTES  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TRANSF   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIFERENCAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-DEB    PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA-CRE    PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA-AUX    PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-SINAL  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DATA-LANCTO  PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM       PIC X(10) VALUE SPACES.
       77 WRK-DOCUMENTO    PIC 9(08) VALUE ZEROS.
       77 WRK-CUSTO        PIC 9(07)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * ACUMULADORES DO PRODUTO CORRENTE (QUEBRA DO SORT).
      *----------------------------------------------------------------
       77 WRK-ABR-QTD      PIC S9(07) VALUE ZEROS.
       77 WRK-ABR-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FEC-QTD      PIC S9(07) VALUE ZEROS.
       77 WRK-FEC-CUSTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FEC-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ENT-QTD      PIC S9(07) VALUE ZEROS.
       77 WRK-ENT-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SAI-QTD      PIC S9(07) VALUE ZEROS.
       77 WRK-SAI-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-AJU-QTD      PIC S9(07) VALUE ZEROS.
       77 WRK-AJU-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CALC-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-VALOR    PIC S9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * TOTAIS DO MES E A CONTA 11040 DO DIARIO GERADO (DEBITOS MENOS
      * CREDITOS), QUE TEM DE SER IGUAL A FECHAMENTO MENOS ABERTURA.
      *----------------------------------------------------------------
       77 WRK-TOT-ABERTURA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ENTRADAS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SAIDAS   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-AJUSTES  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CALCULADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FECHAMENTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CONTA-EST PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VARIACAO-FOTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NOME         PIC X(25) VALUE SPACES.
       77 WRK-QTD-ED1      PIC -ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED2      PIC -ZZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED1    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED4    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED5    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED6    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-MES-EXPORT.
           05 WRK-EXP-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-EXP-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-ANO-MES-FECH REDEFINES WRK-MES-EXPORT PIC 9(06).
       01 WRK-MES-ABERTURA.
           05 WRK-ABR-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-ABR-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-ANO-MES-ABR REDEFINES WRK-MES-ABERTURA PIC 9(06).
       01 WRK-MESES-VALORES.
           05 FILLER           PIC X(24) VALUE
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
       01 WRK-DATA-MOV-GRP.
           05 WRK-DATA-MOV     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-MOV-ED REDEFINES WRK-DATA-MOV.
               10 WRK-MOV-ANO   PIC 9(04).
               10 WRK-MOV-MES   PIC 9(02).
               10 WRK-MOV-DIA   PIC 9(02).
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
            IF PERIODO-OK
                SORT WRK-SORTFILE
                    ON ASCENDING KEY SORT-PRODUTO
                    ON ASCENDING KEY SORT-ORDEM
                    ON ASCENDING KEY SORT-DATA
                    ON ASCENDING KEY SORT-HORA
                    INPUT PROCEDURE IS 2000-SEPARAR
                    OUTPUT PROCEDURE IS 3000-VALORIZAR
                PERFORM 4000-RESUMO
            END-IF.
            PERFORM 5000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O MES ANTERIOR
      * AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL (RODA DEPOIS DO
      * ESTVALOR, QUE ACABOU DE TIRAR A FOTO DESSE MES). MES AINDA
      * ABERTO EM PERIODOS NAO EXPORTA - RC 8.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'ESTCTB' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-EXP-ANO.
            ACCEPT WRK-EXP-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-EXP-ANO = ZEROS OR WRK-EXP-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-EXP-ANO
                MOVE WRK-HOJE-MES TO WRK-EXP-MES
                IF WRK-EXP-MES = 01
                    MOVE 12 TO WRK-EXP-MES
                    SUBTRACT 1 FROM WRK-EXP-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-EXP-MES
                END-IF
            END-IF.
            MOVE WRK-EXP-ANO TO WRK-ABR-ANO.
            MOVE WRK-EXP-MES TO WRK-ABR-MES.
            IF WRK-ABR-MES = 01
                MOVE 12 TO WRK-ABR-MES
                SUBTRACT 1 FROM WRK-ABR-ANO
            ELSE
                SUBTRACT 1 FROM WRK-ABR-MES
            END-IF.
            PERFORM 1200-ULTIMO-DIA-MES.
            OPEN INPUT PERIODOS.
            MOVE 01 TO PER-EMPRESA.
            MOVE WRK-EXP-ANO TO PER-ANO.
            MOVE WRK-EXP-MES TO PER-MES.
            READ PERIODOS
                INVALID KEY
                    MOVE 'A' TO PER-STATUS
            END-READ.
            CLOSE PERIODOS.
            IF PERIODO-FECHADO
                MOVE 'S' TO WRK-PERIODO-OK
                OPEN INPUT VALOR-SNAPSHOT
                OPEN INPUT PRODUTOS-MASTER
                OPEN OUTPUT DIARIO-EXPORT
                OPEN OUTPUT REL-RAZAO
                PERFORM 1100-GRAVAR-HEADER
                PERFORM 1300-CABECALHO
            ELSE
                DISPLAY 'PERIODO ' WRK-EXP-MES '/' WRK-EXP-ANO
                    ' AINDA ABERTO - RAZAO DE ESTOQUE RECUSADO'
                MOVE 8 TO RETURN-CODE
            END-IF.

       1100-GRAVAR-HEADER.
            MOVE 'H' TO HDR-TIPO.
            MOVE WRK-DATA-HOJE TO HDR-DATA-GERACAO.
            MOVE WRK-EXP-ANO TO HDR-ANO.
            MOVE WRK-EXP-MES TO HDR-MES.
            WRITE EXP-HEADER.

      *----------------------------------------------------------------
      * ULTIMO DIA DO MES, PELA TABELA DE DIAS DO MES COM FEVEREIRO
      * BISSEXTO (ANO DIVISIVEL POR 4), COMO NO CTBEXP - DATA DOS
      * LANCAMENTOS DE AJUSTE E DE VARIACAO DO CUSTO.
      *----------------------------------------------------------------
       1200-ULTIMO-DIA-MES.
            MOVE WRK-MES-DIAS (WRK-EXP-MES) TO WRK-DIA-FIM-MES.
            IF WRK-EXP-MES = 02
                DIVIDE WRK-EXP-ANO BY 4
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO
                IF WRK-ANO-RESTO = ZEROS
                    MOVE 29 TO WRK-DIA-FIM-MES
                END-IF
            END-IF.
            MOVE WRK-EXP-ANO TO WRK-MOV-ANO.
            MOVE WRK-EXP-MES TO WRK-MOV-MES.
            MOVE WRK-DIA-FIM-MES TO WRK-MOV-DIA.
            MOVE WRK-DATA-MOV TO WRK-DATA-FIM-MES.

       1300-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'RAZAO AUXILIAR DE ESTOQUE - MES ' DELIMITED SIZE
                WRK-EXP-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EXP-ANO DELIMITED SIZE
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
            STRING 'PRODUTO DESCRICAO                     ABERTURA'
                DELIMITED SIZE
                '     ENTRADAS       SAIDAS      AJUSTES' DELIMITED SIZE
                '   FECHAMENTO    DIFERENCA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA - AS DUAS FOTOS E OS MOVIMENTOS DO MES.
      * TRANSFERENCIA ENTRE ARMAZENS E REMESSA/RETORNO DE CONSIGNACAO
      * SAO PARES SAIDA/ENTRADA QUE NAO MUDAM O SALDO GLOBAL E NAO
      * VIRAM LANCAMENTO. A LINHA DE AJUSTE (A) GUARDA O CONTADO OU A
      * DIVERGENCIA SEM SINAL, ENTAO O AJUSTE DO MES E APURADO POR
      * PRODUTO NA SAIDA, PELA DIFERENCA ENTRE AS FOTOS.
      *----------------------------------------------------------------
       2000-SEPARAR.
            MOVE WRK-ANO-MES-FECH TO WRK-ANO-MES-SNAP.
            MOVE 1 TO WRK-ORDEM-SNAP.
            PERFORM 2100-LIBERAR-FOTO.
            MOVE WRK-ANO-MES-ABR TO WRK-ANO-MES-SNAP.
            MOVE 2 TO WRK-ORDEM-SNAP.
            PERFORM 2100-LIBERAR-FOTO.
            PERFORM 2230-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-EXP-ANO BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 2240-LER-FONTE.

       2100-LIBERAR-FOTO.
            MOVE 'N' TO WRK-EOF-SNAP.
            MOVE WRK-ANO-MES-SNAP TO SNP-ANO-MES.
            MOVE ZEROS TO SNP-PRODUTO.
            START VALOR-SNAPSHOT KEY IS NOT LESS THAN SNP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-SNAP
            END-START.
            PERFORM 2110-LER-FOTO.
            PERFORM 2120-TRATAR-FOTO UNTIL FIM-SNAP.

       2110-LER-FOTO.
            IF NOT FIM-SNAP
                READ VALOR-SNAPSHOT NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-SNAP
                END-READ
            END-IF.
            IF NOT FIM-SNAP AND SNP-ANO-MES NOT = WRK-ANO-MES-SNAP
                MOVE 'S' TO WRK-EOF-SNAP
            END-IF.

       2120-TRATAR-FOTO.
            ADD 1 TO WRK-QTD-LIDOS.
            IF WRK-ORDEM-SNAP = 1
                MOVE 'S' TO WRK-TEM-FECHAMENTO
            ELSE
                MOVE 'S' TO WRK-TEM-ABERTURA
            END-IF.
            MOVE SNP-PRODUTO TO SORT-PRODUTO.
            MOVE WRK-ORDEM-SNAP TO SORT-ORDEM.
            MOVE ZEROS TO SORT-DATA.
            MOVE ZEROS TO SORT-HORA.
            MOVE SPACE TO SORT-TIPO.
            MOVE SNP-SALDO TO SORT-QUANTIDADE.
            MOVE SNP-CUSTO-MEDIO TO SORT-CUSTO.
            MOVE SNP-VALOR TO SORT-VALOR.
            MOVE SPACES TO SORT-ORIGEM.
            MOVE ZEROS TO SORT-DOCUMENTO.
            RELEASE SORT-REG.
            PERFORM 2110-LER-FOTO.

       2210-LER-MOVIMENTO.
            READ ESTOQUE-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-MOVTOS
            END-READ.
            IF NOT FIM-MOVTOS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2220-TRATAR-MOVIMENTO.
            MOVE MOV-DATA TO WRK-DATA-MOV.
            IF WRK-MOV-ANO = WRK-EXP-ANO
                AND WRK-MOV-MES = WRK-EXP-MES
                EVALUATE TRUE
                    WHEN MOV-AJUSTE
                        ADD 1 TO WRK-QTD-AJUSTES
                    WHEN MOV-ORIGEM = 'TRANSF'
                      OR MOV-ORIGEM = 'CONSIG'
                      OR MOV-ORIGEM = 'CONSIGRET'
                        ADD 1 TO WRK-QTD-TRANSF
                    WHEN MOV-ENTRADA OR MOV-SAIDA
                        ADD 1 TO WRK-QTD-MOVTOS
                        MOVE MOV-PRODUTO TO SORT-PRODUTO
                        MOVE 3 TO SORT-ORDEM
                        MOVE MOV-DATA TO SORT-DATA
                        MOVE MOV-HORA TO SORT-HORA
                        MOVE MOV-TIPO TO SORT-TIPO
                        MOVE MOV-QUANTIDADE TO SORT-QUANTIDADE
                        MOVE ZEROS TO SORT-CUSTO
                        MOVE ZEROS TO SORT-VALOR
                        MOVE MOV-ORIGEM TO SORT-ORIGEM
                        MOVE MOV-DOCUMENTO TO SORT-DOCUMENTO
                        RELEASE SORT-REG
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            PERFORM 2210-LER-MOVIMENTO.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA - QUEBRA POR PRODUTO. O MOVIMENTO E
      * VALORIZADO PELO CUSTO MEDIO DA FOTO DE FECHAMENTO (SEM FOTO DE
      * FECHAMENTO, PELO DA ABERTURA) E LANCADO PELA ORIGEM:
      *   ENTRADA DE OC         D 11040  C 21020
      *   ENTRADA DE DEVOLUCAO  D 11040  C 51020 (ESTORNO DE CMV)
      *   SAIDA DE ENTREGA OU
      *   CONSUMO EM CONSIGNACAO D 51020  C 11040
      *   MONTAGEM/DESMONTAGEM  CONTRA 11045 (COMPONENTE X KIT)
      *   OUTRA ENTRADA/SAIDA   CONTRA 54010 (ACERTO MANUAL)
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * ESTMOV.AAAA: LE OS DATADOS DESDE O ANO DO MES EXPORTADO E
      * DEPOIS O CORRENTE, COMO O CLIHISTQ FAZ COM O RAZAO.
      *----------------------------------------------------------------
       2230-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'ESTMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 2240-LER-FONTE.

       2240-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 2210-LER-MOVIMENTO
                PERFORM 2220-TRATAR-MOVIMENTO UNTIL FIM-MOVTOS
                CLOSE ESTOQUE-MOVTOS
            END-IF.

       3000-VALORIZAR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3100-TRATAR-REGISTRO UNTIL FIM-SORT.
            IF NOT PRIMEIRO-REGISTRO
                PERFORM 3500-FECHAR-PRODUTO
            END-IF.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3100-TRATAR-REGISTRO.
            IF NOT PRIMEIRO-REGISTRO
                AND SORT-PRODUTO NOT = WRK-PRODUTO-ANT
                PERFORM 3500-FECHAR-PRODUTO
            END-IF.
            IF PRIMEIRO-REGISTRO
                OR SORT-PRODUTO NOT = WRK-PRODUTO-ANT
                PERFORM 3200-ABRIR-PRODUTO
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE SORT-PRODUTO TO WRK-PRODUTO-ANT.
            EVALUATE TRUE
                WHEN SORT-FECHAMENTO
                    MOVE SORT-QUANTIDADE TO WRK-FEC-QTD
                    MOVE SORT-CUSTO TO WRK-FEC-CUSTO
                    MOVE SORT-VALOR TO WRK-FEC-VALOR
                    MOVE SORT-CUSTO TO WRK-CUSTO
                WHEN SORT-ABERTURA
                    MOVE SORT-QUANTIDADE TO WRK-ABR-QTD
                    MOVE SORT-VALOR TO WRK-ABR-VALOR
                    IF WRK-CUSTO = ZEROS
                        MOVE SORT-CUSTO TO WRK-CUSTO
                    END-IF
                WHEN OTHER
                    PERFORM 3300-LANCAR-MOVIMENTO
            END-EVALUATE.
            PERFORM 3010-RETORNAR-SORT.

       3200-ABRIR-PRODUTO.
            MOVE ZEROS TO WRK-ABR-QTD.
            MOVE ZEROS TO WRK-ABR-VALOR.
            MOVE ZEROS TO WRK-FEC-QTD.
            MOVE ZEROS TO WRK-FEC-CUSTO.
            MOVE ZEROS TO WRK-FEC-VALOR.
            MOVE ZEROS TO WRK-ENT-QTD.
            MOVE ZEROS TO WRK-ENT-VALOR.
            MOVE ZEROS TO WRK-SAI-QTD.
            MOVE ZEROS TO WRK-SAI-VALOR.
            MOVE ZEROS TO WRK-CUSTO.

       3300-LANCAR-MOVIMENTO.
            COMPUTE WRK-VALOR ROUNDED = SORT-QUANTIDADE * WRK-CUSTO.
            IF SORT-TIPO = 'E'
                ADD SORT-QUANTIDADE TO WRK-ENT-QTD
                ADD WRK-VALOR TO WRK-ENT-VALOR
                MOVE 11040 TO WRK-CONTA-DEB
                EVALUATE SORT-ORIGEM
                    WHEN 'OC'
                        MOVE 21020 TO WRK-CONTA-CRE
                    WHEN 'DEVOLUCAO'
                        MOVE 51020 TO WRK-CONTA-CRE
                    WHEN 'MONTAGEM'
                    WHEN 'DESMONTAG'
                        MOVE 11045 TO WRK-CONTA-CRE
                    WHEN OTHER
                        MOVE 54010 TO WRK-CONTA-CRE
                END-EVALUATE
            ELSE
                ADD SORT-QUANTIDADE TO WRK-SAI-QTD
                ADD WRK-VALOR TO WRK-SAI-VALOR
                MOVE 11040 TO WRK-CONTA-CRE
                EVALUATE SORT-ORIGEM
                    WHEN 'ENTREGA'
                    WHEN 'CONSUMO'
                        MOVE 51020 TO WRK-CONTA-DEB
                    WHEN 'MONTAGEM'
                    WHEN 'DESMONTAG'
                        MOVE 11045 TO WRK-CONTA-DEB
                    WHEN OTHER
                        MOVE 54010 TO WRK-CONTA-DEB
                END-EVALUATE
            END-IF.
            IF WRK-VALOR > ZEROS
                MOVE SORT-DATA TO WRK-DATA-LANCTO
                MOVE SORT-ORIGEM TO WRK-ORIGEM
                MOVE SORT-DOCUMENTO TO WRK-DOCUMENTO
                PERFORM 9100-GRAVAR-PARTIDA
            END-IF.

      *----------------------------------------------------------------
      * FIM DO PRODUTO - O AJUSTE DO MES E A QUANTIDADE QUE FALTA PARA
      * A ABERTURA MAIS ENTRADAS MENOS SAIDAS DAR O FECHAMENTO (AS
      * LINHAS A DO ESTMANU, INVCICLO E CONTAGEM DE CONSIGNACAO),
      * VALORIZADA AO CUSTO DO MES. O QUE AINDA SOBRA ENTRE O VALOR
      * CALCULADO E A FOTO E A VARIACAO DO CUSTO MEDIO SOBRE O SALDO
      * DE ABERTURA (RECEBIMENTO A CUSTO DIFERENTE, CUSTO DE
      * DESEMBARQUE) MAIS ARREDONDAMENTO. SEM FOTO DE ABERTURA (PRIMEIRO
      * MES DA FOTO) AJUSTE E DIFERENCA SO SAO LISTADOS, NAO LANCADOS.
      *----------------------------------------------------------------
       3500-FECHAR-PRODUTO.
            ADD 1 TO WRK-QTD-PRODUTOS.
            COMPUTE WRK-AJU-QTD = WRK-FEC-QTD - WRK-ABR-QTD
                - WRK-ENT-QTD + WRK-SAI-QTD.
            COMPUTE WRK-AJU-VALOR ROUNDED = WRK-AJU-QTD * WRK-CUSTO.
            COMPUTE WRK-CALC-VALOR = WRK-ABR-VALOR + WRK-ENT-VALOR
                - WRK-SAI-VALOR + WRK-AJU-VALOR.
            COMPUTE WRK-DIF-VALOR = WRK-FEC-VALOR - WRK-CALC-VALOR.
            IF TEM-ABERTURA
                MOVE WRK-DATA-FIM-MES TO WRK-DATA-LANCTO
                MOVE WRK-PRODUTO-ANT TO WRK-DOCUMENTO
                IF WRK-AJU-VALOR NOT = ZEROS
                    MOVE 'AJUSTEINV' TO WRK-ORIGEM
                    MOVE WRK-AJU-VALOR TO WRK-VALOR-SINAL
                    MOVE 54010 TO WRK-CONTA-AUX
                    PERFORM 3600-LANCAR-SINAL
                END-IF
                IF WRK-DIF-VALOR NOT = ZEROS
                    MOVE 'DIFCUSTO' TO WRK-ORIGEM
                    MOVE WRK-DIF-VALOR TO WRK-VALOR-SINAL
                    MOVE 54020 TO WRK-CONTA-AUX
                    PERFORM 3600-LANCAR-SINAL
                END-IF
            END-IF.
            ADD WRK-ABR-VALOR TO WRK-TOT-ABERTURA.
            ADD WRK-ENT-VALOR TO WRK-TOT-ENTRADAS.
            ADD WRK-SAI-VALOR TO WRK-TOT-SAIDAS.
            ADD WRK-AJU-VALOR TO WRK-TOT-AJUSTES.
            ADD WRK-CALC-VALOR TO WRK-TOT-CALCULADO.
            ADD WRK-FEC-VALOR TO WRK-TOT-FECHAMENTO.
            ADD WRK-DIF-VALOR TO WRK-TOT-DIFERENCA.
            IF WRK-DIF-VALOR NOT = ZEROS
                ADD 1 TO WRK-QTD-DIFERENCAS
            END-IF.
            IF WRK-ENT-QTD NOT = ZEROS OR WRK-SAI-QTD NOT = ZEROS
                OR WRK-AJU-QTD NOT = ZEROS OR WRK-DIF-VALOR NOT = ZEROS
                PERFORM 3700-LINHA-PRODUTO
            END-IF.

      *----------------------------------------------------------------
      * VALOR COM SINAL CONTRA O ESTOQUE - POSITIVO DEBITA 11040 E
      * CREDITA A CONTA DE RESULTADO, NEGATIVO O CONTRARIO.
      *----------------------------------------------------------------
       3600-LANCAR-SINAL.
            IF WRK-VALOR-SINAL > ZEROS
                MOVE WRK-VALOR-SINAL TO WRK-VALOR
                MOVE 11040 TO WRK-CONTA-DEB
                MOVE WRK-CONTA-AUX TO WRK-CONTA-CRE
            ELSE
                COMPUTE WRK-VALOR = WRK-VALOR-SINAL * -1
                MOVE WRK-CONTA-AUX TO WRK-CONTA-DEB
                MOVE 11040 TO WRK-CONTA-CRE
            END-IF.
            PERFORM 9100-GRAVAR-PARTIDA.

       3700-LINHA-PRODUTO.
            MOVE WRK-PRODUTO-ANT TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME
                NOT INVALID KEY
                    MOVE PRO-DESCRICAO TO WRK-NOME
            END-READ.
            MOVE WRK-ABR-VALOR TO WRK-VALOR-ED1.
            MOVE WRK-ENT-VALOR TO WRK-VALOR-ED2.
            MOVE WRK-SAI-VALOR TO WRK-VALOR-ED3.
            MOVE WRK-AJU-VALOR TO WRK-VALOR-ED4.
            MOVE WRK-FEC-VALOR TO WRK-VALOR-ED5.
            MOVE WRK-DIF-VALOR TO WRK-VALOR-ED6.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-PRODUTO-ANT DELIMITED SIZE
                '  ' WRK-NOME DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                WRK-VALOR-ED2 DELIMITED SIZE
                WRK-VALOR-ED3 DELIMITED SIZE
                WRK-VALOR-ED4 DELIMITED SIZE
                WRK-VALOR-ED5 DELIMITED SIZE
                WRK-VALOR-ED6 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-ABR-QTD TO WRK-QTD-ED1.
            MOVE WRK-AJU-QTD TO WRK-QTD-ED2.
            MOVE WRK-CUSTO TO WRK-VALOR-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING '        QTD ABERTURA ' DELIMITED SIZE
                WRK-QTD-ED1 DELIMITED SIZE
                '  AJUSTE ' DELIMITED SIZE
                WRK-QTD-ED2 DELIMITED SIZE
                '  CUSTO MEDIO DO MES ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * RESUMO E PROVA - ABERTURA + ENTRADAS - SAIDAS + AJUSTES =
      * CALCULADO; CALCULADO X FOTO DE FECHAMENTO DA A DIFERENCA. A
      * CONTA 11040 DO DIARIO GERADO TEM DE MEXER EXATAMENTE O QUE A
      * FOTO VARIOU NO MES.
      *----------------------------------------------------------------
       4000-RESUMO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOT-ABERTURA TO WRK-VALOR-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING 'ABERTURA (FOTO ' DELIMITED SIZE
                WRK-ABR-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-ABR-ANO DELIMITED SIZE
                ')........: ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOT-ENTRADAS TO WRK-VALOR-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING '(+) ENTRADAS..................: ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOT-SAIDAS TO WRK-VALOR-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING '(-) SAIDAS....................: ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOT-AJUSTES TO WRK-VALOR-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING '(+/-) AJUSTES DE INVENTARIO...: ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOT-CALCULADO TO WRK-VALOR-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING '(=) FECHAMENTO CALCULADO......: ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOT-FECHAMENTO TO WRK-VALOR-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING 'FECHAMENTO (FOTO ' DELIMITED SIZE
                WRK-EXP-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EXP-ANO DELIMITED SIZE
                ')......: ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOT-DIFERENCA TO WRK-VALOR-ED1.
            MOVE WRK-QTD-DIFERENCAS TO WRK-QTD-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING 'DIFERENCA (VARIACAO DO CUSTO): ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                '  EM ' DELIMITED SIZE
                WRK-QTD-ED1 DELIMITED SIZE
                ' PRODUTO(S)' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            IF NOT TEM-FECHAMENTO
                MOVE SPACES TO REL-LINHA
                STRING '*** SEM FOTO DE FECHAMENTO DO MES EM VALSNAP'
                    DELIMITED SIZE
                    ' - RODE O ESTVALOR NO MODO F ***' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            IF NOT TEM-ABERTURA
                MOVE SPACES TO REL-LINHA
                STRING '*** SEM FOTO DE ABERTURA EM VALSNAP - AJUSTES'
                    DELIMITED SIZE
                    ' E DIFERENCAS LISTADOS, NAO LANCADOS ***'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            COMPUTE WRK-VARIACAO-FOTO =
                WRK-TOT-FECHAMENTO - WRK-TOT-ABERTURA.
            MOVE WRK-VARIACAO-FOTO TO WRK-VALOR-ED1.
            MOVE WRK-TOT-CONTA-EST TO WRK-VALOR-ED2.
            MOVE SPACES TO REL-LINHA.
            IF WRK-TOT-CONTA-EST = WRK-VARIACAO-FOTO
                STRING 'CONTA 11040 NO DIARIO: ' DELIMITED SIZE
                    WRK-VALOR-ED2 DELIMITED SIZE
                    '  VARIACAO DAS FOTOS: ' DELIMITED SIZE
                    WRK-VALOR-ED1 DELIMITED SIZE
                    '  CONFERE' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                STRING 'CONTA 11040 NO DIARIO: ' DELIMITED SIZE
                    WRK-VALOR-ED2 DELIMITED SIZE
                    '  VARIACAO DAS FOTOS: ' DELIMITED SIZE
                    WRK-VALOR-ED1 DELIMITED SIZE
                    '  *** NAO CONFERE ***' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            END-IF.
            WRITE REL-LINHA.
            MOVE WRK-QTD-MOVTOS TO WRK-QTD-ED1.
            MOVE WRK-QTD-AJUSTES TO WRK-QTD-ED2.
            MOVE SPACES TO REL-LINHA.
            STRING 'MOVIMENTOS VALORIZADOS: ' DELIMITED SIZE
                WRK-QTD-ED1 DELIMITED SIZE
                '  LINHAS DE AJUSTE NO MES: ' DELIMITED SIZE
                WRK-QTD-ED2 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-QTD-TRANSF TO WRK-QTD-ED1.
            MOVE SPACES TO REL-LINHA.
            STRING 'TRANSFERENCIAS/CONSIGNACAO (SEM LANCAMENTO): '
                DELIMITED SIZE
                WRK-QTD-ED1 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PARTIDA DOBRADA - CADA LANCAMENTO VIRA DUAS LINHAS DE DETALHE
      * (PERNA DE DEBITO E PERNA DE CREDITO), COMO NO CTBEXP; AS
      * PERNAS NA CONTA 11040 VAO PARA A PROVA DO RESUMO.
      *----------------------------------------------------------------
       9100-GRAVAR-PARTIDA.
            MOVE 'D' TO EXP-TIPO.
            MOVE WRK-DATA-LANCTO TO EXP-DATA.
            MOVE WRK-CONTA-DEB TO EXP-CONTA.
            MOVE 'D' TO EXP-NATUREZA.
            MOVE WRK-VALOR TO EXP-VALOR.
            MOVE WRK-ORIGEM TO EXP-ORIGEM.
            MOVE WRK-DOCUMENTO TO EXP-DOCUMENTO.
            WRITE EXP-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.
            ADD WRK-VALOR TO WRK-TOT-DEBITOS.
            IF WRK-CONTA-DEB = 11040
                ADD WRK-VALOR TO WRK-TOT-CONTA-EST
            END-IF.
            MOVE 'D' TO EXP-TIPO.
            MOVE WRK-DATA-LANCTO TO EXP-DATA.
            MOVE WRK-CONTA-CRE TO EXP-CONTA.
            MOVE 'C' TO EXP-NATUREZA.
            MOVE WRK-VALOR TO EXP-VALOR.
            MOVE WRK-ORIGEM TO EXP-ORIGEM.
            MOVE WRK-DOCUMENTO TO EXP-DOCUMENTO.
            WRITE EXP-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.
            ADD WRK-VALOR TO WRK-TOT-CREDITOS.
            IF WRK-CONTA-CRE = 11040
                SUBTRACT WRK-VALOR FROM WRK-TOT-CONTA-EST
            END-IF.

       5000-FINALIZAR.
            IF PERIODO-OK
                MOVE 'T' TO TRL-TIPO
                MOVE WRK-QTD-LINHAS TO TRL-QTD-REGISTROS
                MOVE WRK-TOT-DEBITOS TO TRL-TOTAL-DEBITOS
                MOVE WRK-TOT-CREDITOS TO TRL-TOTAL-CREDITOS
                WRITE EXP-TRAILER
                CLOSE DIARIO-EXPORT
                CLOSE REL-RAZAO
                CLOSE VALOR-SNAPSHOT
                CLOSE PRODUTOS-MASTER
                DISPLAY 'RAZAO DE ESTOQUE DE ' WRK-EXP-MES '/'
                    WRK-EXP-ANO ' GRAVADO EM CTBEST.TXT E ESTCTB.TXT'
                DISPLAY 'LINHAS DE LANCAMENTO: ' WRK-QTD-LINHAS
            END-IF.
            MOVE 'F' TO JBL-EVENTO.
            MOVE RETURN-CODE TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM ESTCTB.
