      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO DIARIO DE EXCECOES DA CONFERENCIA DE TRES
      *          VIAS DO CONTAS A PAGAR - LISTA AS NOTAS DE FORNECEDOR
      *          COM PARCELAS EM ABERTO BLOQUEADAS (PAG-CONFERENCIA =
      *          'B') E, PARA CADA NOTA, AS LINHAS CONFERIDAS CONTRA A
      *          OC (PAGITEN) COM QUANTIDADE E PRECO FATURADOS, SALDO
      *          RECEBIDO A FATURAR, PRECO DA OC E A DIVERGENCIA, MAIS
      *          A SOMA DAS LINHAS CONTRA O VALOR DA NOTA. E A FILA DE
      *          TRABALHO DO COMPRADOR (APROVAR/REJEITAR NO PAGMANU).
      *          RODA NA CADEIA NOTURNA (CLNOITE).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCONF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-A-PAGAR ASSIGN TO 'CONTASP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-TITULO
               ALTERNATE RECORD KEY IS PAG-NOTA-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT PAGAR-ITENS ASSIGN TO 'PAGITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGI-CHAVE
               FILE STATUS IS WRK-FS-PAGITEM.
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT WRK-SORTFILE ASSIGN TO 'PAGCSORT'.
           SELECT REL-CONFERENCIA ASSIGN TO 'PAGCONF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-PAGAR
           LABEL RECORD IS STANDARD.
           COPY CTAPAG.
       FD  PAGAR-ITENS
           LABEL RECORD IS STANDARD.
           COPY PAGIREG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-FORNECEDOR      PIC 9(04).
           05 SORT-NOTA            PIC 9(09).
           05 SORT-PARCELA         PIC 9(02).
           05 SORT-TITULO          PIC 9(08).
           05 SORT-OC              PIC 9(06).
           05 SORT-EMISSAO         PIC 9(08).
           05 SORT-VALOR           PIC 9(08)V99.
       FD  REL-CONFERENCIA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-PAGITEM   PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-PAGAR    PIC X(01) VALUE 'N'.
           88 FIM-PAGAR    VALUE 'S'.
       77 WRK-EOF-PAGITEM  PIC X(01) VALUE 'N'.
           88 FIM-PAGITEM  VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-FORNECEDOR   PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA         PIC 9(09) VALUE ZEROS.
       77 WRK-OC           PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PARCELAS PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-NOTA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LINHAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-BLOQ   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NOTAS    PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-FORNEC  PIC X(30) VALUE SPACES.
       77 WRK-DIVERGENCIA  PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-OC-ED  PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-DATA-EMIS-GRP.
           05 WRK-DATA-EMIS    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-EMIS-ED REDEFINES WRK-DATA-EMIS.
               10 WRK-EMIS-ANO  PIC 9(04).
               10 WRK-EMIS-MES  PIC 9(02).
               10 WRK-EMIS-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-FORNECEDOR SORT-NOTA
                    SORT-PARCELA
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-IMPRIMIR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PAGCONF' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT FORNECEDORES.
            IF WRK-FS-FORNEC = '35'
                CLOSE FORNECEDORES
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
            END-IF.
            OPEN INPUT PAGAR-ITENS.
            IF WRK-FS-PAGITEM = '35'
                CLOSE PAGAR-ITENS
                OPEN OUTPUT PAGAR-ITENS
                CLOSE PAGAR-ITENS
                OPEN INPUT PAGAR-ITENS
            END-IF.
            OPEN OUTPUT REL-CONFERENCIA.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONTAS A PAGAR - NOTAS BLOQUEADAS NA CONFERENCIA '
                DELIMITED SIZE
                'NOTA X OC X RECEBIMENTO   DATA: ' DELIMITED SIZE
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

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - SO PARCELA EM ABERTO
      * BLOQUEADA NA CONFERENCIA; O SORT AGRUPA AS PARCELAS DA NOTA.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT CONTAS-A-PAGAR.
            IF WRK-FS-PAGAR = '00'
                PERFORM 2010-LER-PAGAR
                PERFORM 2020-LIBERAR-TITULO UNTIL FIM-PAGAR
                CLOSE CONTAS-A-PAGAR
            END-IF.

       2010-LER-PAGAR.
            READ CONTAS-A-PAGAR NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGAR
            END-READ.

       2020-LIBERAR-TITULO.
            ADD 1 TO WRK-QTD-LIDOS.
            IF PAGAR-ABERTO AND CONFERENCIA-BLOQUEADA
                MOVE PAG-FORNECEDOR      TO SORT-FORNECEDOR
                MOVE PAG-NOTA-FISCAL     TO SORT-NOTA
                MOVE PAG-PARCELA         TO SORT-PARCELA
                MOVE PAG-TITULO          TO SORT-TITULO
                MOVE PAG-OC              TO SORT-OC
                MOVE PAG-DATA-EMISSAO    TO SORT-EMISSAO
                MOVE PAG-VALOR           TO SORT-VALOR
                RELEASE SORT-REG
            END-IF.
            PERFORM 2010-LER-PAGAR.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA DO SORT - QUEBRA POR FORNECEDOR+NOTA:
      * SOMA AS PARCELAS, IMPRIME O CABECALHO DA NOTA E AS LINHAS
      * CONFERIDAS, FECHANDO COM SOMA DAS LINHAS X VALOR DA NOTA.
      *----------------------------------------------------------------
       3000-IMPRIMIR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-IMPRIMIR-NOTA UNTIL FIM-SORT.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-IMPRIMIR-NOTA.
            MOVE SORT-FORNECEDOR TO WRK-FORNECEDOR.
            MOVE SORT-NOTA TO WRK-NOTA.
            MOVE SORT-OC TO WRK-OC.
            MOVE SORT-EMISSAO TO WRK-DATA-EMIS.
            MOVE ZEROS TO WRK-VALOR-NOTA.
            MOVE ZEROS TO WRK-QTD-PARCELAS.
            PERFORM 3030-SOMAR-PARCELA
                UNTIL FIM-SORT
                   OR SORT-FORNECEDOR NOT = WRK-FORNECEDOR
                   OR SORT-NOTA NOT = WRK-NOTA.
            ADD 1 TO WRK-QTD-NOTAS.
            ADD WRK-VALOR-NOTA TO WRK-TOTAL-BLOQ.
            MOVE WRK-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
                INVALID KEY
                    MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-NOME-FORNEC
                NOT INVALID KEY
                    MOVE FOR-NOME TO WRK-NOME-FORNEC
            END-READ.
            MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'FORNECEDOR ' DELIMITED SIZE
                WRK-FORNECEDOR DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-FORNEC DELIMITED SIZE
                ' NOTA ' DELIMITED SIZE
                WRK-NOTA DELIMITED SIZE
                ' OC ' DELIMITED SIZE
                WRK-OC DELIMITED SIZE
                ' EMISSAO ' DELIMITED SIZE
                WRK-EMIS-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EMIS-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EMIS-ANO DELIMITED SIZE
                ' PARCELAS ' DELIMITED SIZE
                WRK-QTD-PARCELAS DELIMITED SIZE
                ' VALOR ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING '   LINHA OC     /LIN PRODUTO  QTD NF A FATURAR'
                DELIMITED SIZE
                '   PRECO NF   PRECO OC DIVERGENCIA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-TOTAL-LINHAS.
            PERFORM 3040-POSICIONAR-LINHAS.
            PERFORM 3050-IMPRIMIR-LINHA UNTIL FIM-PAGITEM.
            COMPUTE WRK-DIFERENCA = WRK-VALOR-NOTA - WRK-TOTAL-LINHAS.
            MOVE WRK-TOTAL-LINHAS TO WRK-VALOR-ED.
            MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   SOMA DAS LINHAS ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                '   NOTA - LINHAS ' DELIMITED SIZE
                WRK-DIFERENCA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3030-SOMAR-PARCELA.
            ADD SORT-VALOR TO WRK-VALOR-NOTA.
            ADD 1 TO WRK-QTD-PARCELAS.
            PERFORM 3010-RETORNAR-SORT.

       3040-POSICIONAR-LINHAS.
            MOVE 'N' TO WRK-EOF-PAGITEM.
            MOVE WRK-FORNECEDOR TO PGI-FORNECEDOR.
            MOVE WRK-NOTA TO PGI-NOTA-FISCAL.
            MOVE ZEROS TO PGI-LINHA.
            START PAGAR-ITENS KEY IS NOT LESS THAN PGI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PAGITEM
            END-START.
            IF NOT FIM-PAGITEM
                PERFORM 3045-LER-LINHA
            END-IF.

       3045-LER-LINHA.
            READ PAGAR-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGITEM
            END-READ.
            IF NOT FIM-PAGITEM
                IF PGI-FORNECEDOR NOT = WRK-FORNECEDOR
                    OR PGI-NOTA-FISCAL NOT = WRK-NOTA
                    MOVE 'S' TO WRK-EOF-PAGITEM
                END-IF
            END-IF.

       3050-IMPRIMIR-LINHA.
            COMPUTE WRK-VALOR-LINHA =
                PGI-QTD-FATURADA * PGI-PRECO-FATURADO.
            ADD WRK-VALOR-LINHA TO WRK-TOTAL-LINHAS.
            EVALUATE TRUE
                WHEN DIVERG-PRECO
                    MOVE 'PRECO' TO WRK-DIVERGENCIA
                WHEN DIVERG-QTDE
                    MOVE 'QUANTIDADE' TO WRK-DIVERGENCIA
                WHEN DIVERG-AMBAS
                    MOVE 'PRECO+QTDE' TO WRK-DIVERGENCIA
                WHEN OTHER
                    MOVE SPACES TO WRK-DIVERGENCIA
            END-EVALUATE.
            MOVE PGI-PRECO-FATURADO TO WRK-PRECO-ED.
            MOVE PGI-PRECO-OC TO WRK-PRECO-OC-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                PGI-LINHA DELIMITED SIZE
                '   ' DELIMITED SIZE
                PGI-OC DELIMITED SIZE
                '/' DELIMITED SIZE
                PGI-OC-LINHA DELIMITED SIZE
                ' ' DELIMITED SIZE
                PGI-PRODUTO DELIMITED SIZE
                '  ' DELIMITED SIZE
                PGI-QTD-FATURADA DELIMITED SIZE
                '     ' DELIMITED SIZE
                PGI-QTD-A-FATURAR DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-PRECO-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-PRECO-OC-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-DIVERGENCIA DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3045-LER-LINHA.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-BLOQ TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'NOTAS BLOQUEADAS.: ' DELIMITED SIZE
                WRK-QTD-NOTAS DELIMITED SIZE
                '   VALOR BLOQUEADO.: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE FORNECEDORES.
            CLOSE PAGAR-ITENS.
            CLOSE REL-CONFERENCIA.
            DISPLAY 'EXCECOES DA CONFERENCIA GRAVADAS EM PAGCONF.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-NOTAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PAGCONF.
