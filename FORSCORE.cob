      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: AVALIACAO MENSAL DE FORNECEDORES - POR FORNECEDOR DE
      *          FORNECED APURA, NO MES: AS LINHAS DE RECEBIMENTO POR
      *          OC (ESTMOV.TXT, ORIGEM OC) E QUANTAS CHEGARAM ATE A
      *          DATA PREVISTA DA OC (OCP-DATA-PREVISTA), A MEDIA DE
      *          DIAS DE ATRASO DAS QUE ATRASARAM, OS RECEBIMENTOS
      *          PARCIAIS (ENTREGA MENOR QUE A LINHA DA OC), O
      *          ATENDIMENTO (RECEBIDO / PEDIDO DAS OCS PREVISTAS PARA
      *          O MES, EM OCITEN) E A VARIACAO DE PRECO FATURADO X
      *          PRECO DA OC DAS NOTAS DO MES (PAGITEN). UMA NOTA DE
      *          0 A 100 ORDENA O RANKING, COM A TENDENCIA CONTRA O
      *          MES ANTERIOR; CADA MES FICA GRAVADO EM FORHIST PARA
      *          O COMPRAS TER O HISTORICO QUE O OCABERTO NAO TEM.
      *          RODA NA CADEIA MENSAL (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  OC sugerida (status S, ainda nao liberada) fica
      *                 fora do atendimento.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - ESTMOV.AAAA desde o ano do mes
      *                 anterior ao pedido - antes do ESTMOV.TXT
      *                 corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORSCORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT ORDENS-COMPRA ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCP-NUMERO
               FILE STATUS IS WRK-FS-OCOMPRA.
           SELECT OC-ITENS ASSIGN TO 'OCITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-CHAVE
               FILE STATUS IS WRK-FS-OCITEM.
           SELECT PAGAR-ITENS ASSIGN TO 'PAGITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PGI-CHAVE
               FILE STATUS IS WRK-FS-PAGITEM.
           SELECT CONTAS-A-PAGAR ASSIGN TO 'CONTASP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-TITULO
               ALTERNATE RECORD KEY IS PAG-NOTA-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT FORN-CONTAGEM ASSIGN TO 'FORCOUNT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-FORNECEDOR
               FILE STATUS IS WRK-FS-TEMP.
           SELECT FORN-HISTORICO ASSIGN TO 'FORHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSH-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT WRK-SORTFILE ASSIGN TO 'FORSSORT'.
           SELECT REL-AVALIACAO ASSIGN TO 'FORSCORE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  ORDENS-COMPRA
           LABEL RECORD IS STANDARD.
           COPY OCPREG.
       FD  OC-ITENS
           LABEL RECORD IS STANDARD.
           COPY OCPIREG.
       FD  PAGAR-ITENS
           LABEL RECORD IS STANDARD.
           COPY PAGIREG.
       FD  CONTAS-A-PAGAR
           LABEL RECORD IS STANDARD.
           COPY CTAPAG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  FORN-CONTAGEM
           LABEL RECORD IS STANDARD.
       01 CONTAGEM-REG.
           05 TMP-FORNECEDOR     PIC 9(04).
           05 TMP-RECEBIMENTOS   PIC 9(05).
           05 TMP-NO-PRAZO       PIC 9(05).
           05 TMP-ATRASADOS      PIC 9(05).
           05 TMP-SOMA-ATRASO    PIC 9(07).
           05 TMP-PARCIAIS       PIC 9(05).
           05 TMP-QTD-PEDIDA     PIC 9(07).
           05 TMP-QTD-ATENDIDA   PIC 9(07).
           05 TMP-VALOR-OC       PIC 9(09)V99.
           05 TMP-VALOR-FATURADO PIC 9(09)V99.
       FD  FORN-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY FSHREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-NOTA          PIC 9(03)V9.
           05 SORT-FORNECEDOR    PIC 9(04).
       FD  REL-AVALIACAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-OCOMPRA   PIC X(02) VALUE '00'.
       77 WRK-FS-OCITEM    PIC X(02) VALUE '00'.
       77 WRK-FS-PAGITEM   PIC X(02) VALUE '00'.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-HIST      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-OCOMPRA  PIC X(01) VALUE 'N'.
           88 FIM-OCOMPRA  VALUE 'S'.
       77 WRK-EOF-OCITEM   PIC X(01) VALUE 'N'.
           88 FIM-OC-ITENS VALUE 'S'.
       77 WRK-EOF-PAGITEM  PIC X(01) VALUE 'N'.
           88 FIM-PAGITEM  VALUE 'S'.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-ACHOU-LINHA  PIC X(01) VALUE 'N'.
           88 ACHOU-LINHA  VALUE 'S'.
       77 WRK-NOTA-DO-MES  PIC X(01) VALUE 'N'.
           88 NOTA-DO-MES  VALUE 'S'.
       77 WRK-TEM-ANTERIOR PIC X(01) VALUE 'N'.
           88 TEM-ANTERIOR VALUE 'S'.
       77 WRK-FORNECEDOR   PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA-FISCAL  PIC 9(09) VALUE ZEROS.
       77 WRK-DIAS-RECEB   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PREV    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-QTD-ATENDIDA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FORNEC   PIC 9(06) VALUE ZEROS.
       77 WRK-POSICAO      PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-PRAZO    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-ATEND    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-PRECO    PIC S9(03)V99 VALUE ZEROS.
       77 WRK-PCT-PRECO-ABS PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOTA-PRECO   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-NOTA         PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-ATRASO PIC 9(04) VALUE ZEROS.
       77 WRK-TENDENCIA    PIC S9(03)V9 VALUE ZEROS.
       77 WRK-NOME-FORNEC  PIC X(40) VALUE SPACES.
       77 WRK-PCT-ED       PIC ZZ9,9 VALUE ZEROS.
       77 WRK-ATEND-ED     PIC ZZ9,9 VALUE ZEROS.
       77 WRK-PRECO-ED     PIC -ZZ9,99 VALUE ZEROS.
       77 WRK-NOTA-ED      PIC ZZ9,9 VALUE ZEROS.
       77 WRK-TEND-ED      PIC -ZZ9,9 VALUE ZEROS.
       77 WRK-MEDIA-ED     PIC ZZZ9 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-MES-ANTERIOR.
           05 WRK-ANT-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-ANT-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-RECEB-GRP.
           05 WRK-DATA-RECEB   PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-RECEB-ED REDEFINES WRK-DATA-RECEB.
               10 WRK-RECEB-ANO PIC 9(04).
               10 WRK-RECEB-MES PIC 9(02).
               10 WRK-RECEB-DIA PIC 9(02).
       01 WRK-DATA-PREV-GRP.
           05 WRK-DATA-PREV    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-PREV-ED REDEFINES WRK-DATA-PREV.
               10 WRK-PREV-ANO  PIC 9(04).
               10 WRK-PREV-MES  PIC 9(02).
               10 WRK-PREV-DIA  PIC 9(02).
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
            PERFORM 5020-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-ANT-ANO BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 5030-LER-FONTE.
            PERFORM 2300-ACUMULAR-ATENDIMENTO.
            PERFORM 2500-ACUMULAR-PRECO.
            SORT WRK-SORTFILE
                ON DESCENDING KEY SORT-NOTA
                ON ASCENDING KEY SORT-FORNECEDOR
                INPUT PROCEDURE IS 3000-APURAR-NOTAS
                OUTPUT PROCEDURE IS 3500-IMPRIMIR-RANKING
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL,
      * COMO NO RECMEDIA.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'FORSCORE' TO JBL-PROGRAMA.
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
            MOVE WRK-PED-ANO TO WRK-ANT-ANO.
            MOVE WRK-PED-MES TO WRK-ANT-MES.
            IF WRK-ANT-MES = 01
                MOVE 12 TO WRK-ANT-MES
                SUBTRACT 1 FROM WRK-ANT-ANO
            ELSE
                SUBTRACT 1 FROM WRK-ANT-MES
            END-IF.
            OPEN INPUT ORDENS-COMPRA.
            OPEN INPUT OC-ITENS.
            OPEN INPUT PAGAR-ITENS.
            OPEN INPUT CONTAS-A-PAGAR.
            OPEN INPUT FORNECEDORES.
            OPEN OUTPUT FORN-CONTAGEM.
            CLOSE FORN-CONTAGEM.
            OPEN I-O FORN-CONTAGEM.
            OPEN I-O FORN-HISTORICO.
            IF WRK-FS-HIST = '35'
                CLOSE FORN-HISTORICO
                OPEN OUTPUT FORN-HISTORICO
                CLOSE FORN-HISTORICO
                OPEN I-O FORN-HISTORICO
            END-IF.
            OPEN OUTPUT REL-AVALIACAO.
            PERFORM 1100-GRAVAR-CABECALHO.

       1100-GRAVAR-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'AVALIACAO DE FORNECEDORES - MES ' DELIMITED SIZE
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
            STRING 'NOTA = 50% NO PRAZO + 40% ATENDIMENTO + 10% PRECO '
                DELIMITED SIZE
                '(100 MENOS A VARIACAO ABSOLUTA DE PRECO, EM %)'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POS   FORN NOME                 RECEB NO PRAZO'
                DELIMITED SIZE
                ' ATRASO PARC ATEND% VAR.PRECO  NOTA  TEND'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * RECEBIMENTOS DO MES - SO AS ENTRADAS COM ORIGEM OC, CUJO
      * DOCUMENTO E A OC QUE DA O FORNECEDOR E A DATA PREVISTA. DIAS
      * PELO CALENDARIO COMERCIAL 360/30, COMO NO AGING. ENTREGA MENOR
      * QUE A QUANTIDADE DA LINHA DA OC CONTA COMO PARCIAL.
      *----------------------------------------------------------------
       2000-ACUMULAR-RECEBIMENTO.
            MOVE MOV-DATA TO WRK-DATA-RECEB.
            IF MOV-ENTRADA
                AND MOV-ORIGEM = 'OC'
                AND WRK-RECEB-ANO = WRK-PED-ANO
                AND WRK-RECEB-MES = WRK-PED-MES
                MOVE MOV-DOCUMENTO TO OCP-NUMERO
                READ ORDENS-COMPRA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 2100-SOMAR-RECEBIMENTO
                END-READ
            END-IF.
            PERFORM 5010-LER-MOVIMENTO.

       2100-SOMAR-RECEBIMENTO.
            ADD 1 TO WRK-QTD-LIDOS.
            MOVE OCP-FORNECEDOR TO WRK-FORNECEDOR.
            PERFORM 2900-LER-CONTAGEM.
            ADD 1 TO TMP-RECEBIMENTOS.
            MOVE OCP-DATA-PREVISTA TO WRK-DATA-PREV.
            COMPUTE WRK-DIAS-RECEB = (WRK-RECEB-ANO * 360)
                + (WRK-RECEB-MES * 30) + WRK-RECEB-DIA.
            COMPUTE WRK-DIAS-PREV = (WRK-PREV-ANO * 360)
                + (WRK-PREV-MES * 30) + WRK-PREV-DIA.
            COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-RECEB - WRK-DIAS-PREV.
            IF WRK-DIAS-ATRASO > ZEROS
                ADD 1 TO TMP-ATRASADOS
                ADD WRK-DIAS-ATRASO TO TMP-SOMA-ATRASO
            ELSE
                ADD 1 TO TMP-NO-PRAZO
            END-IF.
            PERFORM 2200-PROCURAR-LINHA-OC.
            IF ACHOU-LINHA
                AND MOV-QUANTIDADE < OPI-QTD-PEDIDA
                ADD 1 TO TMP-PARCIAIS
            END-IF.
            PERFORM 2950-GRAVAR-CONTAGEM.

       2200-PROCURAR-LINHA-OC.
            MOVE 'N' TO WRK-ACHOU-LINHA.
            MOVE 'N' TO WRK-EOF-OCITEM.
            MOVE OCP-NUMERO TO OPI-OC.
            MOVE ZEROS TO OPI-LINHA.
            START OC-ITENS KEY IS NOT LESS THAN OPI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-START.
            IF NOT FIM-OC-ITENS
                PERFORM 2210-LER-LINHA-OC
                PERFORM 2220-TESTAR-LINHA
                    UNTIL FIM-OC-ITENS OR ACHOU-LINHA
            END-IF.

       2210-LER-LINHA-OC.
            READ OC-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-READ.
            IF NOT FIM-OC-ITENS
                AND OPI-OC NOT = OCP-NUMERO
                MOVE 'S' TO WRK-EOF-OCITEM
            END-IF.

       2220-TESTAR-LINHA.
            IF OPI-PRODUTO = MOV-PRODUTO
                MOVE 'S' TO WRK-ACHOU-LINHA
            ELSE
                PERFORM 2210-LER-LINHA-OC
            END-IF.

      *----------------------------------------------------------------
      * ATENDIMENTO - OCS NAO CANCELADAS COM DATA PREVISTA NO MES: O
      * RECEBIDO (LIMITADO AO PEDIDO) SOBRE O PEDIDO DE CADA LINHA.
      * OC SUGERIDA AINDA NAO FOI PEDIDA AO FORNECEDOR E NAO CONTA.
      *----------------------------------------------------------------
       2300-ACUMULAR-ATENDIMENTO.
            MOVE 'N' TO WRK-EOF-OCOMPRA.
            MOVE ZEROS TO OCP-NUMERO.
            START ORDENS-COMPRA KEY IS NOT LESS THAN OCP-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-OCOMPRA
            END-START.
            IF NOT FIM-OCOMPRA
                PERFORM 2310-LER-OC
                PERFORM 2320-TESTAR-OC UNTIL FIM-OCOMPRA
            END-IF.

       2310-LER-OC.
            READ ORDENS-COMPRA NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-OCOMPRA
            END-READ.

       2320-TESTAR-OC.
            MOVE OCP-DATA-PREVISTA TO WRK-DATA-PREV.
            IF NOT OC-CANCELADA
                AND NOT OC-SUGERIDA
                AND WRK-PREV-ANO = WRK-PED-ANO
                AND WRK-PREV-MES = WRK-PED-MES
                MOVE OCP-FORNECEDOR TO WRK-FORNECEDOR
                PERFORM 2900-LER-CONTAGEM
                MOVE 'N' TO WRK-EOF-OCITEM
                MOVE OCP-NUMERO TO OPI-OC
                MOVE ZEROS TO OPI-LINHA
                START OC-ITENS KEY IS NOT LESS THAN OPI-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-OCITEM
                END-START
                IF NOT FIM-OC-ITENS
                    PERFORM 2210-LER-LINHA-OC
                    PERFORM 2330-SOMAR-LINHA UNTIL FIM-OC-ITENS
                END-IF
                PERFORM 2950-GRAVAR-CONTAGEM
            END-IF.
            PERFORM 2310-LER-OC.

       2330-SOMAR-LINHA.
            ADD OPI-QTD-PEDIDA TO TMP-QTD-PEDIDA.
            IF OPI-QTD-RECEBIDA > OPI-QTD-PEDIDA
                MOVE OPI-QTD-PEDIDA TO WRK-QTD-ATENDIDA
            ELSE
                MOVE OPI-QTD-RECEBIDA TO WRK-QTD-ATENDIDA
            END-IF.
            ADD WRK-QTD-ATENDIDA TO TMP-QTD-ATENDIDA.
            PERFORM 2210-LER-LINHA-OC.

      *----------------------------------------------------------------
      * VARIACAO DE PRECO - LINHAS CONFERIDAS DAS NOTAS DE FORNECEDOR
      * (PAGITEN) EMITIDAS NO MES E NAO CANCELADAS: VALOR FATURADO
      * CONTRA O VALOR AO PRECO DA OC, NA MESMA QUANTIDADE. A DATA E A
      * SITUACAO DA NOTA VEM DA PRIMEIRA PARCELA EM CONTASP.
      *----------------------------------------------------------------
       2500-ACUMULAR-PRECO.
            MOVE ZEROS TO WRK-FORNECEDOR.
            MOVE ZEROS TO WRK-NOTA-FISCAL.
            PERFORM 2510-LER-LINHA-NOTA.
            PERFORM 2520-SOMAR-LINHA-NOTA UNTIL FIM-PAGITEM.

       2510-LER-LINHA-NOTA.
            READ PAGAR-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGITEM
            END-READ.

       2520-SOMAR-LINHA-NOTA.
            IF PGI-FORNECEDOR NOT = WRK-FORNECEDOR
                OR PGI-NOTA-FISCAL NOT = WRK-NOTA-FISCAL
                MOVE PGI-FORNECEDOR TO WRK-FORNECEDOR
                MOVE PGI-NOTA-FISCAL TO WRK-NOTA-FISCAL
                PERFORM 2530-TESTAR-NOTA
            END-IF.
            IF NOTA-DO-MES
                PERFORM 2900-LER-CONTAGEM
                COMPUTE TMP-VALOR-OC = TMP-VALOR-OC
                    + (PGI-QTD-FATURADA * PGI-PRECO-OC)
                COMPUTE TMP-VALOR-FATURADO = TMP-VALOR-FATURADO
                    + (PGI-QTD-FATURADA * PGI-PRECO-FATURADO)
                PERFORM 2950-GRAVAR-CONTAGEM
            END-IF.
            PERFORM 2510-LER-LINHA-NOTA.

       2530-TESTAR-NOTA.
            MOVE 'N' TO WRK-NOTA-DO-MES.
            MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
            MOVE WRK-NOTA-FISCAL TO PAG-NOTA-FISCAL.
            READ CONTAS-A-PAGAR KEY IS PAG-NOTA-CHAVE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PAG-DATA-EMISSAO TO WRK-DATA-RECEB
                    IF NOT PAGAR-CANCELADO
                        AND WRK-RECEB-ANO = WRK-PED-ANO
                        AND WRK-RECEB-MES = WRK-PED-MES
                        MOVE 'S' TO WRK-NOTA-DO-MES
                    END-IF
            END-READ.

       2900-LER-CONTAGEM.
            MOVE WRK-FORNECEDOR TO TMP-FORNECEDOR.
            READ FORN-CONTAGEM
                INVALID KEY
                    INITIALIZE CONTAGEM-REG
                    MOVE WRK-FORNECEDOR TO TMP-FORNECEDOR
            END-READ.

       2950-GRAVAR-CONTAGEM.
            REWRITE CONTAGEM-REG
                INVALID KEY
                    WRITE CONTAGEM-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - UMA NOTA POR FORNECEDOR COM
      * MOVIMENTO NO MES, DA MELHOR PARA A PIOR. SEM RECEBIMENTO NO
      * MES O PRAZO CONTA ZERO (OC PREVISTA E NADA ENTREGUE); SEM OC
      * PREVISTA NO MES O ATENDIMENTO CONTA CHEIO, E SEM NOTA
      * CONFERIDA O PRECO TAMBEM.
      *----------------------------------------------------------------
       3000-APURAR-NOTAS.
            MOVE ZEROS TO TMP-FORNECEDOR.
            START FORN-CONTAGEM KEY IS NOT LESS THAN TMP-FORNECEDOR
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TEMP
            END-START.
            IF NOT FIM-TEMP
                PERFORM 3010-LER-CONTAGEM
                PERFORM 3020-LIBERAR-NOTA UNTIL FIM-TEMP
            END-IF.

       3010-LER-CONTAGEM.
            READ FORN-CONTAGEM NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TEMP
            END-READ.

       3020-LIBERAR-NOTA.
            PERFORM 3100-CALCULAR-NOTA.
            MOVE WRK-NOTA       TO SORT-NOTA.
            MOVE TMP-FORNECEDOR TO SORT-FORNECEDOR.
            RELEASE SORT-REG.
            PERFORM 3010-LER-CONTAGEM.

       3100-CALCULAR-NOTA.
            IF TMP-RECEBIMENTOS > ZEROS
                COMPUTE WRK-PCT-PRAZO ROUNDED =
                    TMP-NO-PRAZO * 100 / TMP-RECEBIMENTOS
            ELSE
                MOVE ZEROS TO WRK-PCT-PRAZO
            END-IF.
            IF TMP-ATRASADOS > ZEROS
                COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                    TMP-SOMA-ATRASO / TMP-ATRASADOS
            ELSE
                MOVE ZEROS TO WRK-MEDIA-ATRASO
            END-IF.
            IF TMP-QTD-PEDIDA > ZEROS
                COMPUTE WRK-PCT-ATEND ROUNDED =
                    TMP-QTD-ATENDIDA * 100 / TMP-QTD-PEDIDA
            ELSE
                MOVE 100 TO WRK-PCT-ATEND
            END-IF.
            IF TMP-VALOR-OC > ZEROS
                COMPUTE WRK-PCT-PRECO ROUNDED =
                    (TMP-VALOR-FATURADO - TMP-VALOR-OC) * 100
                    / TMP-VALOR-OC
            ELSE
                MOVE ZEROS TO WRK-PCT-PRECO
            END-IF.
            IF WRK-PCT-PRECO < ZEROS
                COMPUTE WRK-PCT-PRECO-ABS = WRK-PCT-PRECO * -1
            ELSE
                MOVE WRK-PCT-PRECO TO WRK-PCT-PRECO-ABS
            END-IF.
            IF WRK-PCT-PRECO-ABS > 100
                MOVE ZEROS TO WRK-NOTA-PRECO
            ELSE
                COMPUTE WRK-NOTA-PRECO = 100 - WRK-PCT-PRECO-ABS
            END-IF.
            COMPUTE WRK-NOTA ROUNDED = (WRK-PCT-PRAZO * 0,5)
                + (WRK-PCT-ATEND * 0,4) + (WRK-NOTA-PRECO * 0,1).

       3500-IMPRIMIR-RANKING.
            PERFORM 3510-RETORNAR-SORT.
            PERFORM 3520-IMPRIMIR-FORNECEDOR UNTIL FIM-SORT.

       3510-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

      *----------------------------------------------------------------
      * A TENDENCIA COMPARA A NOTA DO MES COM A DO MES ANTERIOR EM
      * FORHIST (POSITIVA = MELHOROU); O MES APURADO E GRAVADO (OU
      * REGRAVADO, NA REEXECUCAO) COM TODOS OS INDICADORES.
      *----------------------------------------------------------------
       3520-IMPRIMIR-FORNECEDOR.
            ADD 1 TO WRK-POSICAO.
            ADD 1 TO WRK-QTD-FORNEC.
            MOVE SORT-FORNECEDOR TO TMP-FORNECEDOR.
            READ FORN-CONTAGEM
                INVALID KEY
                    INITIALIZE CONTAGEM-REG
            END-READ.
            PERFORM 3100-CALCULAR-NOTA.
            MOVE 'N' TO WRK-TEM-ANTERIOR.
            MOVE SORT-FORNECEDOR TO FSH-FORNECEDOR.
            MOVE WRK-ANT-ANO TO FSH-ANO.
            MOVE WRK-ANT-MES TO FSH-MES.
            READ FORN-HISTORICO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-ANTERIOR
            END-READ.
            IF TEM-ANTERIOR
                COMPUTE WRK-TENDENCIA = WRK-NOTA - FSH-NOTA
            ELSE
                MOVE ZEROS TO WRK-TENDENCIA
            END-IF.
            PERFORM 3530-GRAVAR-HISTORICO.
            MOVE SORT-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
                INVALID KEY
                    MOVE SPACES TO WRK-NOME-FORNEC
                NOT INVALID KEY
                    MOVE FOR-NOME TO WRK-NOME-FORNEC
            END-READ.
            MOVE WRK-PCT-PRAZO    TO WRK-PCT-ED.
            MOVE WRK-MEDIA-ATRASO TO WRK-MEDIA-ED.
            MOVE WRK-PCT-ATEND    TO WRK-ATEND-ED.
            MOVE WRK-PCT-PRECO    TO WRK-PRECO-ED.
            MOVE WRK-NOTA         TO WRK-NOTA-ED.
            MOVE WRK-TENDENCIA    TO WRK-TEND-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-POSICAO DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-FORNECEDOR DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-FORNEC (1:20) DELIMITED SIZE
                ' ' DELIMITED SIZE
                TMP-RECEBIMENTOS DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-PCT-ED DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-MEDIA-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                TMP-PARCIAIS DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-ATEND-ED DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-PRECO-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOTA-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-TEND-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3510-RETORNAR-SORT.

       3530-GRAVAR-HISTORICO.
            MOVE SORT-FORNECEDOR  TO FSH-FORNECEDOR.
            MOVE WRK-PED-ANO      TO FSH-ANO.
            MOVE WRK-PED-MES      TO FSH-MES.
            MOVE TMP-RECEBIMENTOS TO FSH-RECEBIMENTOS.
            MOVE WRK-PCT-PRAZO    TO FSH-PCT-PRAZO.
            MOVE WRK-MEDIA-ATRASO TO FSH-MEDIA-ATRASO.
            MOVE TMP-PARCIAIS     TO FSH-PARCIAIS.
            MOVE WRK-PCT-ATEND    TO FSH-PCT-ATEND.
            MOVE WRK-PCT-PRECO    TO FSH-PCT-PRECO.
            MOVE WRK-NOTA         TO FSH-NOTA.
            MOVE WRK-POSICAO      TO FSH-POSICAO.
            REWRITE FORN-HIST-REG
                INVALID KEY
                    WRITE FORN-HIST-REG
            END-REWRITE.

       5010-LER-MOVIMENTO.
            READ ESTOQUE-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-MOVTOS
            END-READ.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * ESTMOV.AAAA: LE OS DATADOS DESDE O ANO DO MES ANTERIOR AO
      * PEDIDO E DEPOIS O CORRENTE, COMO O CLIHISTQ FAZ COM O RAZAO.
      *----------------------------------------------------------------
       5020-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'ESTMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 5030-LER-FONTE.

       5030-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 5010-LER-MOVIMENTO
                PERFORM 2000-ACUMULAR-RECEBIMENTO UNTIL FIM-MOVTOS
                CLOSE ESTOQUE-MOVTOS
            END-IF.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'RECEBIMENTOS POR OC NO MES: ' DELIMITED SIZE
                WRK-QTD-LIDOS DELIMITED SIZE
                '   FORNECEDORES AVALIADOS: ' DELIMITED SIZE
                WRK-QTD-FORNEC DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE ORDENS-COMPRA.
            CLOSE OC-ITENS.
            CLOSE PAGAR-ITENS.
            CLOSE CONTAS-A-PAGAR.
            CLOSE FORNECEDORES.
            CLOSE FORN-CONTAGEM.
            CLOSE FORN-HISTORICO.
            CLOSE REL-AVALIACAO.
            DISPLAY 'AVALIACAO DE FORNECEDORES GRAVADA EM FORSCORE.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-FORNEC TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM FORSCORE.
