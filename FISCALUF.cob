      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Nota cancelada (NOT-SITUACAO, gravada pelo
      *                 NOTACANC) nao entra mais no livro fiscal.
      * 15/10/2026 ABM  Livro mostra e totaliza cada imposto em separado
      *                 (ICMS, IPI, PIS, COFINS e ICMS-ST, de NOT-
      *                 TRIBUTO) por dia, no subtotal da UF e no total
      *                 do mes, alem do total de impostos.
      * 15/10/2026 ABM  Empresa emitente no SYSIN depois do mes (00 =
      *                 livro consolidado, so com o mes fechado na
      *                 matriz e em todas as filiais ativas); so entram
      *                 as notas da empresa e o cabecalho mostra a
      *                 empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCALUF.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-CHAVE
               FILE STATUS IS WRK-FS-TEMP.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT REL-FISCAL ASSIGN TO 'FISCALUF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           05 TMP-BASE             PIC 9(11)V99.
           05 TMP-IMPOSTO          PIC 9(11)V99.
           05 TMP-QTD-NOTAS        PIC 9(05).
           05 TMP-TRIBUTO          OCCURS 5 TIMES.
               10 TMP-TRIB-BASE    PIC 9(11)V99.
               10 TMP-TRIB-VALOR   PIC 9(11)V99.
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       FD  REL-FISCAL
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       77 WRK-TOT-QTD      PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED    PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-IND-TRIB     PIC 9(01) VALUE ZEROS.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-EOF-EMPRESA  PIC X(01) VALUE 'N'.
           88 FIM-EMPRESAS VALUE 'S'.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
           88 TODAS-EMPRESAS VALUE ZEROS.
       77 WRK-EMPRESA-NOTA PIC 9(02) VALUE ZEROS.
       01 WRK-EMPRESA-CAB.
           05 FILLER           PIC X(09) VALUE 'EMPRESA: '.
           05 WRK-CAB-EMPRESA  PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * TOTAIS POR IMPOSTO NA MESMA ORDEM DE NOT-TRIBUTO (ICMS, IPI,
      * PIS, COFINS, ICMS-ST) - DA UF EM CURSO E DO MES.
      *----------------------------------------------------------------
       01 WRK-TRIBUTOS-UF.
           05 WRK-UF-TRIB OCCURS 5 TIMES.
               10 WRK-UF-TRIB-BASE  PIC 9(11)V99.
               10 WRK-UF-TRIB-VALOR PIC 9(11)V99.
       01 WRK-TRIBUTOS-MES.
           05 WRK-TOT-TRIB OCCURS 5 TIMES.
               10 WRK-TOT-TRIB-BASE  PIC 9(12)V99.
               10 WRK-TOT-TRIB-VALOR PIC 9(12)V99.
       01 WRK-TRIBUTOS-NOMES.
           05 FILLER               PIC X(20)
                                   VALUE 'ICMSIPI PIS COFIST  '.
       01 WRK-TRIBUTOS-TAB REDEFINES WRK-TRIBUTOS-NOMES.
           05 WRK-TRIB-NOME        PIC X(04) OCCURS 5 TIMES.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DET-BASE              PIC ZZZZZZZZZZ9,99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DET-TRIBUTO           OCCURS 5 TIMES.
               10 FILLER            PIC X(02) VALUE SPACES.
               10 DET-TRIB-VALOR    PIC ZZZZZZZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-IMPOSTO           PIC ZZZZZZZZZZ9,99.
           COPY REPORTHD.
           COPY JOBLREG.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-EMPRESA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-PED-ANO = ZEROS OR WRK-PED-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-PED-ANO
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            INITIALIZE WRK-TRIBUTOS-UF.
            INITIALIZE WRK-TRIBUTOS-MES.
            PERFORM 1050-CONFERIR-PERIODOS.
            IF PERIODO-OK
                OPEN INPUT NOTAS-EMITIDAS
                IF WRK-FS-NOTAS = '35'
                    CLOSE NOTAS-EMITIDAS
                MOVE 8 TO RETURN-CODE
            END-IF.

      *----------------------------------------------------------------
      * A EMPRESA EMITENTE VEM DO SYSIN DEPOIS DO MES: 00 E O LIVRO
      * CONSOLIDADO (MATRIZ E FILIAIS), QUE SO SAI COM O MES FECHADO
      * NA MATRIZ E EM TODAS AS FILIAIS ATIVAS; EMPRESA INFORMADA
      * CONFERE SO O PERIODO DELA.
      *----------------------------------------------------------------
       1050-CONFERIR-PERIODOS.
            MOVE 'S' TO WRK-PERIODO-OK.
            OPEN INPUT PERIODOS.
            IF TODAS-EMPRESAS
                MOVE 01 TO PER-EMPRESA
                PERFORM 1060-LER-PERIODO
                MOVE 'N' TO WRK-EOF-EMPRESA
                OPEN INPUT EMPRESAS
                IF WRK-FS-EMPRESA = '00'
                    PERFORM 1070-LER-EMPRESA
                    PERFORM 1080-CONFERIR-EMPRESA UNTIL FIM-EMPRESAS
                    CLOSE EMPRESAS
                END-IF
            ELSE
                MOVE WRK-EMPRESA TO PER-EMPRESA
                PERFORM 1060-LER-PERIODO
            END-IF.
            CLOSE PERIODOS.

       1060-LER-PERIODO.
            MOVE WRK-PED-ANO TO PER-ANO.
            MOVE WRK-PED-MES TO PER-MES.
            READ PERIODOS
                INVALID KEY
                    MOVE 'A' TO PER-STATUS
            END-READ.
            IF NOT PERIODO-FECHADO
                MOVE 'N' TO WRK-PERIODO-OK
                DISPLAY 'EMPRESA ' PER-EMPRESA ' COM O PERIODO ABERTO'
            END-IF.

       1070-LER-EMPRESA.
            READ EMPRESAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-EMPRESA
            END-READ.

       1080-CONFERIR-EMPRESA.
            IF EMPRESA-ATIVA AND EMC-CODIGO NOT = 01
                MOVE EMC-CODIGO TO PER-EMPRESA
                PERFORM 1060-LER-PERIODO
            END-IF.
            PERFORM 1070-LER-EMPRESA.

       1100-GRAVAR-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            IF TODAS-EMPRESAS
                MOVE 'CONSOLIDADO' TO WRK-EMPRESA-CAB
            ELSE
                MOVE WRK-EMPRESA TO WRK-CAB-EMPRESA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING 'LIVRO FISCAL POR UF - MES ' DELIMITED SIZE
                WRK-PED-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-EMPRESA-CAB DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
      *----------------------------------------------------------------
      * ACUMULA CADA NOTA DO MES NA CHAVE UF+DIA - A BASE E O TOTAL
      * DA NOTA EM BRL (ANTES DO IMPOSTO) E O IMPOSTO E O TOTAL
      * CALCULADO NA EMISSAO, GRAVADOS PELO PROGCOB05, COM A BASE E O
      * VALOR DE CADA IMPOSTO (NOT-TRIBUTO) EM SEPARADO. NOTA
      * CANCELADA (NOTACANC) NAO ENTRA NO LIVRO, NEM NOTA DE OUTRA
      * EMPRESA (NOTA SEM EMPRESA E DA MATRIZ 01).
      *----------------------------------------------------------------
       2000-ACUMULAR.
            MOVE NOT-DATA TO WRK-DATA-NOTA.
            IF NOT-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA-NOTA
            ELSE
                MOVE NOT-EMPRESA TO WRK-EMPRESA-NOTA
            END-IF.
            IF WRK-NOTA-ANO = WRK-PED-ANO
                AND WRK-NOTA-MES = WRK-PED-MES
                AND NOTA-ATIVA
                AND (TODAS-EMPRESAS OR WRK-EMPRESA-NOTA = WRK-EMPRESA)
                MOVE NOT-UF TO TMP-UF
                MOVE WRK-NOTA-DIA TO TMP-DIA
                READ FISCAL-ACUMULA
                        MOVE ZEROS TO TMP-BASE
                        MOVE ZEROS TO TMP-IMPOSTO
                        MOVE ZEROS TO TMP-QTD-NOTAS
                        MOVE ZEROS TO WRK-IND-TRIB
                        PERFORM 2020-ZERAR-TRIBUTO
                            UNTIL WRK-IND-TRIB >= 5
                END-READ
                ADD NOT-TOTAL-BRL TO TMP-BASE
                ADD NOT-TOTAL-IMPOSTO TO TMP-IMPOSTO
                ADD 1 TO TMP-QTD-NOTAS
                MOVE ZEROS TO WRK-IND-TRIB
                PERFORM 2030-SOMAR-TRIBUTO UNTIL WRK-IND-TRIB >= 5
                REWRITE ACUMULA-REG
                    INVALID KEY
                        WRITE ACUMULA-REG
                ADD 1 TO WRK-QTD-LIDAS
            END-IF.

       2020-ZERAR-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            MOVE ZEROS TO TMP-TRIB-BASE (WRK-IND-TRIB).
            MOVE ZEROS TO TMP-TRIB-VALOR (WRK-IND-TRIB).

       2030-SOMAR-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            ADD NOT-TRIB-BASE (WRK-IND-TRIB)
                TO TMP-TRIB-BASE (WRK-IND-TRIB).
            ADD NOT-TRIB-VALOR (WRK-IND-TRIB)
                TO TMP-TRIB-VALOR (WRK-IND-TRIB).

      *----------------------------------------------------------------
      * O ACUMULADOR INDEXADO JA DEVOLVE AS CHAVES EM ORDEM UF+DIA -
      * A IMPRESSAO QUEBRA POR UF COM SUBTOTAL E FECHA COM O TOTAL
                MOVE SPACES TO REL-LINHA
                STRING '    DIA    NOTAS           BASE        '
                    DELIMITED SIZE
                    '      ICMS           IPI           PIS'
                    DELIMITED SIZE
                    '        COFINS       ICMS-ST   TOTAL IMPOSTO'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            MOVE TMP-QTD-NOTAS TO DET-QTD.
            MOVE TMP-BASE TO DET-BASE.
            MOVE TMP-IMPOSTO TO DET-IMPOSTO.
            MOVE ZEROS TO WRK-IND-TRIB.
            PERFORM 3110-DETALHAR-TRIBUTO UNTIL WRK-IND-TRIB >= 5.
            MOVE REL-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.
            ADD TMP-QTD-NOTAS TO WRK-UF-QTD.
            PERFORM 3010-LER-ACUMULADO.

       3110-DETALHAR-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            MOVE TMP-TRIB-VALOR (WRK-IND-TRIB)
                TO DET-TRIB-VALOR (WRK-IND-TRIB).
            ADD TMP-TRIB-BASE (WRK-IND-TRIB)
                TO WRK-UF-TRIB-BASE (WRK-IND-TRIB).
            ADD TMP-TRIB-VALOR (WRK-IND-TRIB)
                TO WRK-UF-TRIB-VALOR (WRK-IND-TRIB).

       3200-SUBTOTAL-UF.
            MOVE WRK-UF-BASE TO WRK-VALOR-ED.
            MOVE WRK-UF-IMPOSTO TO WRK-VALOR2-ED.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-IND-TRIB.
            PERFORM 3210-SUBTOTAL-TRIBUTO UNTIL WRK-IND-TRIB >= 5.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            ADD WRK-UF-BASE TO WRK-TOT-BASE.
            MOVE ZEROS TO WRK-UF-IMPOSTO.
            MOVE ZEROS TO WRK-UF-QTD.

      *----------------------------------------------------------------
      * CADA IMPOSTO DA UF COM A SUA BASE - O IMPOSTO VAI PARA O TOTAL
      * DO MES E ZERA PARA A PROXIMA UF.
      *----------------------------------------------------------------
       3210-SUBTOTAL-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            IF WRK-UF-TRIB-VALOR (WRK-IND-TRIB) > ZEROS
                MOVE WRK-UF-TRIB-BASE (WRK-IND-TRIB) TO WRK-VALOR-ED
                MOVE WRK-UF-TRIB-VALOR (WRK-IND-TRIB) TO WRK-VALOR2-ED
                MOVE SPACES TO REL-LINHA
                STRING '        ' DELIMITED SIZE
                    WRK-TRIB-NOME (WRK-IND-TRIB) DELIMITED SIZE
                    ':  BASE ' DELIMITED SIZE
                    WRK-VALOR-ED DELIMITED SIZE
                    '  IMPOSTO ' DELIMITED SIZE
                    WRK-VALOR2-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            ADD WRK-UF-TRIB-BASE (WRK-IND-TRIB)
                TO WRK-TOT-TRIB-BASE (WRK-IND-TRIB).
            ADD WRK-UF-TRIB-VALOR (WRK-IND-TRIB)
                TO WRK-TOT-TRIB-VALOR (WRK-IND-TRIB).
            MOVE ZEROS TO WRK-UF-TRIB-BASE (WRK-IND-TRIB).
            MOVE ZEROS TO WRK-UF-TRIB-VALOR (WRK-IND-TRIB).

       3300-TOTAL-GERAL.
            MOVE WRK-TOT-BASE TO WRK-VALOR-ED.
            MOVE WRK-TOT-IMPOSTO TO WRK-VALOR2-ED.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-IND-TRIB.
            PERFORM 3310-TOTAL-TRIBUTO UNTIL WRK-IND-TRIB >= 5.

       3310-TOTAL-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            IF WRK-TOT-TRIB-VALOR (WRK-IND-TRIB) > ZEROS
                MOVE WRK-TOT-TRIB-BASE (WRK-IND-TRIB) TO WRK-VALOR-ED
                MOVE WRK-TOT-TRIB-VALOR (WRK-IND-TRIB) TO WRK-VALOR2-ED
                MOVE SPACES TO REL-LINHA
                STRING '    ' DELIMITED SIZE
                    WRK-TRIB-NOME (WRK-IND-TRIB) DELIMITED SIZE
                    ' DO MES:  BASE ' DELIMITED SIZE
                    WRK-VALOR-ED DELIMITED SIZE
                    '  IMPOSTO ' DELIMITED SIZE
                    WRK-VALOR2-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.

       4000-FINALIZAR.
            IF PERIODO-OK
