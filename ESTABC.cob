      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CLASSIFICACAO ABC DE PRODUTOS E AGENDA DA CONTAGEM
      *          CICLICA - SOMA AS SAIDAS ('S') DE ESTMOV.TXT DO MES
      *          POR PRODUTO, VALORIZA PELO CUSTO MEDIO DO ESTOQUE,
      *          ORDENA DO MAIOR PARA O MENOR VALOR DE CONSUMO E
      *          CLASSIFICA POR PARTICIPACAO ACUMULADA, COMO O CLIABC
      *          FAZ COM OS CLIENTES: A ATE 80 PORCENTO, B ATE 95, C O
      *          RESTO (PRODUTO SEM CONSUMO E C). O RESULTADO FICA EM
      *          PRODABC. EM SEGUIDA MONTA A AGENDA DO MES SEGUINTE: O
      *          PRODUTO CUJA ULTIMA CONTAGEM TEM MAIS MESES QUE A
      *          FREQUENCIA DA CLASSE (PARAMS CICLOA/CICLOB/CICLOC,
      *          PADRAO 1, 3 E 12 MESES) RECEBE UM DIA UTIL DO
      *          CALENDARIO (CALENDAR), EM RODIZIO PELOS DIAS UTEIS DO
      *          MES PARA A CARGA FICAR ESPALHADA; O INVCICLO GERA AS
      *          FOLHAS DE CADA DIA PELA AGENDA. RODA NA CADEIA MENSAL
      *          (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTABC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PRODUTOS-ABC ASSIGN TO 'PRODABC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABC-PRODUTO
               FILE STATUS IS WRK-FS-PRODABC.
           SELECT CALENDARIO ASSIGN TO 'CALENDAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WRK-FS-CALEND.
           SELECT SAIDA-CONTAGEM ASSIGN TO 'ABCCOUNT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-PRODUTO
               FILE STATUS IS WRK-FS-TEMP.
           SELECT WRK-SORTFILE ASSIGN TO 'ABCPSORT'.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PRODUTOS-ABC
           LABEL RECORD IS STANDARD.
           COPY ABCREG.
       FD  CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALNREG.
       FD  SAIDA-CONTAGEM
           LABEL RECORD IS STANDARD.
       01 SAIDA-CONTAGEM-REG.
           05 TMP-PRODUTO          PIC 9(06).
           05 TMP-QTD-SAIDA        PIC 9(07).
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-VALOR           PIC 9(11)V99.
           05 SORT-PRODUTO         PIC 9(06).
           05 SORT-QTD             PIC 9(07).
       WORKING-STORAGE SECTION.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODABC   PIC X(02) VALUE '00'.
       77 WRK-FS-CALEND    PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-EOF-ESTOQUE  PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE  VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-DIA-UTIL     PIC X(01) VALUE 'S'.
           88 DATA-DIA-UTIL VALUE 'S'.
       77 WRK-DEVIDO       PIC X(01) VALUE 'N'.
           88 CONTAGEM-DEVIDA VALUE 'S'.
       77 WRK-CICLO-A      PIC 9(02) VALUE 1.
       77 WRK-CICLO-B      PIC 9(02) VALUE 3.
       77 WRK-CICLO-C      PIC 9(02) VALUE 12.
       77 WRK-CICLO        PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-CLASSE   PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-AGENDA PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-ULT  PIC 9(06) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO-SEQ    PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-PER    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-IDX      PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PRODUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ACUMULADO    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-PERC-ACUM    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SAIDAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-A        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-B        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-C        PIC 9(06) VALUE ZEROS.
       77 WRK-AGENDADOS-A  PIC 9(06) VALUE ZEROS.
       77 WRK-AGENDADOS-B  PIC 9(06) VALUE ZEROS.
       77 WRK-AGENDADOS-C  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AGENDADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-MES-AGENDA.
           05 WRK-AGD-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-AGD-MES      PIC 9(02) VALUE ZEROS.
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
       01 WRK-DATA-CALC-GRP.
           05 WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-CALC-ED REDEFINES WRK-DATA-CALC.
               10 WRK-CALC-ANO  PIC 9(04).
               10 WRK-CALC-MES  PIC 9(02).
               10 WRK-CALC-DIA  PIC 9(02).
       01 WRK-DATA-INICIO-GRP.
           05 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-INICIO-ED REDEFINES WRK-DATA-INICIO.
               10 WRK-INICIO-ANO PIC 9(04).
               10 WRK-INICIO-MES PIC 9(02).
               10 WRK-INICIO-DIA PIC 9(02).
       01 WRK-DATA-ULT-GRP.
           05 WRK-DATA-ULT     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-ULT-ED REDEFINES WRK-DATA-ULT.
               10 WRK-ULT-ANO   PIC 9(04).
               10 WRK-ULT-MES   PIC 9(02).
               10 WRK-ULT-DIA   PIC 9(02).
      *----------------------------------------------------------------
      * DIAS UTEIS DO MES DA AGENDA, NA ORDEM, PARA O RODIZIO.
      *----------------------------------------------------------------
       01 WRK-DIAS-UTEIS-TABELA.
           05 WRK-DIA-AGENDA   PIC 9(08) OCCURS 31 TIMES.
      *----------------------------------------------------------------
      * DIAS DE CADA MES, NO ESTILO DA TABELA DO PRAZOENT (REDEFINES
      * SOBRE LITERAIS); FEVEREIRO VAI A 29 EM ANO BISSEXTO.
      *----------------------------------------------------------------
       01 WRK-MESES-VALORES.
           05 FILLER           PIC X(24) VALUE
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
           COPY PLRREG.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'ESTMOV.' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 1400-LER-FONTE.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 1400-LER-FONTE.
            PERFORM 1500-MONTAR-DIAS-UTEIS.
            SORT WRK-SORTFILE
                ON DESCENDING KEY SORT-VALOR
                ON ASCENDING KEY SORT-PRODUTO
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-CLASSIFICAR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES CLASSIFICADO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL.
      * A AGENDA E DO MES SEGUINTE AO CLASSIFICADO. AS FREQUENCIAS
      * (MESES ENTRE CONTAGENS) VEM DA ROTINA COMUM PARMLER; FORA DE
      * 1 A 12 FICA O PADRAO DA WORKING.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'ESTABC' TO JBL-PROGRAMA.
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
            MOVE WRK-PED-ANO TO WRK-AGD-ANO.
            MOVE WRK-PED-MES TO WRK-AGD-MES.
            IF WRK-AGD-MES = 12
                MOVE 01 TO WRK-AGD-MES
                ADD 1 TO WRK-AGD-ANO
            ELSE
                ADD 1 TO WRK-AGD-MES
            END-IF.
            COMPUTE WRK-PERIODO-AGENDA =
                (WRK-AGD-ANO * 12) + WRK-AGD-MES.
            MOVE WRK-AGD-ANO TO WRK-INICIO-ANO.
            MOVE WRK-AGD-MES TO WRK-INICIO-MES.
            MOVE 01 TO WRK-INICIO-DIA.
            PERFORM 1100-LER-PARAMETROS.
            OPEN INPUT ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN INPUT ESTOQUE-SALDO
            END-IF.
            OPEN I-O PRODUTOS-ABC.
            IF WRK-FS-PRODABC = '35'
                CLOSE PRODUTOS-ABC
                OPEN OUTPUT PRODUTOS-ABC
                CLOSE PRODUTOS-ABC
                OPEN I-O PRODUTOS-ABC
            END-IF.
            OPEN OUTPUT SAIDA-CONTAGEM.
            CLOSE SAIDA-CONTAGEM.
            OPEN I-O SAIDA-CONTAGEM.

       1100-LER-PARAMETROS.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            MOVE 'CICLOA' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-CICLO-A
            END-IF.
            MOVE 'CICLOB' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-CICLO-B
            END-IF.
            MOVE 'CICLOC' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-CICLO-C
            END-IF.
            IF WRK-CICLO-A = ZEROS OR WRK-CICLO-A > 12
                MOVE 1 TO WRK-CICLO-A
            END-IF.
            IF WRK-CICLO-B = ZEROS OR WRK-CICLO-B > 12
                MOVE 3 TO WRK-CICLO-B
            END-IF.
            IF WRK-CICLO-C = ZEROS OR WRK-CICLO-C > 12
                MOVE 12 TO WRK-CICLO-C
            END-IF.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) O ANO FECHADO FICA EM
      * ESTMOV.AAAA: LE O DATADO DO ANO CLASSIFICADO (SE EXISTIR) E
      * DEPOIS O CORRENTE, FILTRANDO PELO MES.
      *----------------------------------------------------------------
       1400-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 1410-LER-MOVIMENTO
                PERFORM 1420-ACUMULAR-SAIDA UNTIL FIM-MOVTOS
                CLOSE ESTOQUE-MOVTOS
            END-IF.

       1410-LER-MOVIMENTO.
            READ ESTOQUE-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-MOVTOS
            END-READ.

      *----------------------------------------------------------------
      * CONSUMO = SAIDAS DE ESTOQUE DO MES; A PERNA DE SAIDA DA
      * TRANSFERENCIA ENTRE ARMAZENS (ORIGEM TRANSF) SO MUDA O LUGAR
      * DA MERCADORIA E NAO CONTA, COMO NO ESTPREVI.
      *----------------------------------------------------------------
       1420-ACUMULAR-SAIDA.
            ADD 1 TO WRK-QTD-LIDOS.
            MOVE MOV-DATA TO WRK-DATA-MOV.
            IF MOV-SAIDA
                AND MOV-ORIGEM NOT = 'TRANSF'
                AND WRK-MOV-ANO = WRK-PED-ANO
                AND WRK-MOV-MES = WRK-PED-MES
                ADD 1 TO WRK-QTD-SAIDAS
                MOVE MOV-PRODUTO TO TMP-PRODUTO
                READ SAIDA-CONTAGEM
                    INVALID KEY
                        MOVE MOV-PRODUTO TO TMP-PRODUTO
                        MOVE ZEROS TO TMP-QTD-SAIDA
                END-READ
                ADD MOV-QUANTIDADE TO TMP-QTD-SAIDA
                REWRITE SAIDA-CONTAGEM-REG
                    INVALID KEY
                        WRITE SAIDA-CONTAGEM-REG
                END-REWRITE
            END-IF.
            PERFORM 1410-LER-MOVIMENTO.

      *----------------------------------------------------------------
      * DIAS UTEIS DO MES DA AGENDA, A PARTIR DE HOJE (UMA REEXECUCAO
      * NO MEIO DO MES NAO AGENDA PARA O PASSADO). DATA FORA DO
      * CALENDARIO E ACEITA COMO UTIL, COMO NO PRAZOENT. SEM NENHUM
      * DIA RESTANTE NO MES, A AGENDA INTEIRA CAI EM HOJE.
      *----------------------------------------------------------------
       1500-MONTAR-DIAS-UTEIS.
            MOVE ZEROS TO WRK-QTD-DIAS-UTEIS.
            MOVE WRK-DATA-INICIO TO WRK-DATA-CALC.
            MOVE WRK-MES-DIAS (WRK-CALC-MES) TO WRK-DIAS-MES.
            IF WRK-CALC-MES = 02
                DIVIDE WRK-CALC-ANO BY 4
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO
                IF WRK-ANO-RESTO = ZEROS
                    MOVE 29 TO WRK-DIAS-MES
                END-IF
            END-IF.
            OPEN INPUT CALENDARIO.
            PERFORM 1510-TESTAR-DIA WRK-DIAS-MES TIMES.
            IF WRK-FS-CALEND = '00'
                CLOSE CALENDARIO
            END-IF.
            IF WRK-QTD-DIAS-UTEIS = ZEROS
                MOVE 1 TO WRK-QTD-DIAS-UTEIS
                MOVE WRK-DATA-HOJE TO WRK-DIA-AGENDA (1)
            END-IF.

       1510-TESTAR-DIA.
            MOVE 'S' TO WRK-DIA-UTIL.
            IF WRK-FS-CALEND = '00'
                MOVE WRK-DATA-CALC TO CAL-DATA
                READ CALENDARIO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CAL-NAO-UTIL
                            MOVE 'N' TO WRK-DIA-UTIL
                        END-IF
                END-READ
            END-IF.
            IF DATA-DIA-UTIL
                AND WRK-DATA-CALC >= WRK-DATA-HOJE
                ADD 1 TO WRK-QTD-DIAS-UTEIS
                MOVE WRK-DATA-CALC
                    TO WRK-DIA-AGENDA (WRK-QTD-DIAS-UTEIS)
            END-IF.
            ADD 1 TO WRK-CALC-DIA.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - TODO PRODUTO DO ESTOQUE,
      * COM O VALOR DE CONSUMO DO MES (SAIDAS X CUSTO MEDIO), ZERO
      * QUANDO NAO SAIU NADA; O TOTAL GERAL VAI PARA A PARTICIPACAO
      * ACUMULADA NA SAIDA.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            PERFORM 2010-LER-ESTOQUE.
            PERFORM 2020-LIBERAR-PRODUTO UNTIL FIM-ESTOQUE.

       2010-LER-ESTOQUE.
            READ ESTOQUE-SALDO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ESTOQUE
            END-READ.

       2020-LIBERAR-PRODUTO.
            MOVE EST-PRODUTO TO TMP-PRODUTO.
            READ SAIDA-CONTAGEM
                INVALID KEY
                    MOVE ZEROS TO TMP-QTD-SAIDA
            END-READ.
            COMPUTE WRK-VALOR-PRODUTO =
                TMP-QTD-SAIDA * EST-CUSTO-MEDIO.
            MOVE WRK-VALOR-PRODUTO TO SORT-VALOR.
            MOVE EST-PRODUTO TO SORT-PRODUTO.
            MOVE TMP-QTD-SAIDA TO SORT-QTD.
            RELEASE SORT-REG.
            ADD WRK-VALOR-PRODUTO TO WRK-TOTAL-GERAL.
            PERFORM 2010-LER-ESTOQUE.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA DO SORT - OS PRODUTOS CHEGAM DO MAIOR
      * PARA O MENOR CONSUMO; A PARTICIPACAO ACUMULADA DECIDE A
      * CLASSE: ATE 80 PORCENTO = A, ATE 95 = B, O RESTO = C.
      *----------------------------------------------------------------
       3000-CLASSIFICAR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-GRAVAR-CLASSE UNTIL FIM-SORT.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-GRAVAR-CLASSE.
            ADD SORT-VALOR TO WRK-ACUMULADO.
            IF WRK-TOTAL-GERAL > ZEROS
                COMPUTE WRK-PERC-ACUM =
                    (WRK-ACUMULADO * 100) / WRK-TOTAL-GERAL
            ELSE
                MOVE 100 TO WRK-PERC-ACUM
            END-IF.
            MOVE SORT-PRODUTO TO ABC-PRODUTO.
            READ PRODUTOS-ABC
                INVALID KEY
                    INITIALIZE PRODUTO-ABC-REG
                    MOVE SORT-PRODUTO TO ABC-PRODUTO
            END-READ.
            EVALUATE TRUE
                WHEN WRK-PERC-ACUM <= 80
                    AND SORT-VALOR > ZEROS
                    MOVE 'A' TO ABC-CLASSE
                    ADD 1 TO WRK-QTD-A
                    MOVE WRK-QTD-A TO WRK-SEQ-CLASSE
                    MOVE WRK-CICLO-A TO WRK-CICLO
                WHEN WRK-PERC-ACUM <= 95
                    AND SORT-VALOR > ZEROS
                    MOVE 'B' TO ABC-CLASSE
                    ADD 1 TO WRK-QTD-B
                    MOVE WRK-QTD-B TO WRK-SEQ-CLASSE
                    MOVE WRK-CICLO-B TO WRK-CICLO
                WHEN OTHER
                    MOVE 'C' TO ABC-CLASSE
                    ADD 1 TO WRK-QTD-C
                    MOVE WRK-QTD-C TO WRK-SEQ-CLASSE
                    MOVE WRK-CICLO-C TO WRK-CICLO
            END-EVALUATE.
            MOVE WRK-MES-PEDIDO TO ABC-PERIODO.
            MOVE SORT-QTD TO ABC-QTD-SAIDA.
            MOVE SORT-VALOR TO ABC-VALOR-CONSUMO.
            MOVE WRK-PERC-ACUM TO ABC-PERC-ACUM.
            MOVE WRK-DATA-HOJE TO ABC-DATA-CLASSIF.
            PERFORM 3100-AGENDAR.
            REWRITE PRODUTO-ABC-REG
                INVALID KEY
                    WRITE PRODUTO-ABC-REG
            END-REWRITE.
            PERFORM 3010-RETORNAR-SORT.

      *----------------------------------------------------------------
      * AGENDA DO PRODUTO NO MES SEGUINTE. CONTAGEM AGENDADA EM MES
      * ANTERIOR E AINDA NAO FEITA FICA COMO ESTA (ATRASADA - O
      * INVCICLO A PEGA DE VOLTA E O INVCONF A MOSTRA). O PRODUTO
      * NUNCA CONTADO ENTRA NO MES EM QUE O RESTO DA SUA ORDEM NA
      * CLASSE BATE COM O DO MES, PARA A PRIMEIRA VOLTA DA CLASSE C
      * NAO CAIR INTEIRA NUM MES SO; O JA CONTADO ENTRA QUANDO A
      * ULTIMA CONTAGEM TEM PELO MENOS A FREQUENCIA DA CLASSE EM
      * MESES. O DIA E O PROXIMO DO RODIZIO DOS DIAS UTEIS.
      *----------------------------------------------------------------
       3100-AGENDAR.
            MOVE 'N' TO WRK-DEVIDO.
            IF ABC-DATA-AGENDA > ABC-DATA-ULT-CONTAGEM
                AND ABC-DATA-AGENDA < WRK-DATA-INICIO
                ADD 1 TO WRK-QTD-PENDENTES
            ELSE
                IF ABC-DATA-ULT-CONTAGEM = ZEROS
                    DIVIDE WRK-SEQ-CLASSE BY WRK-CICLO
                        GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-SEQ
                    DIVIDE WRK-PERIODO-AGENDA BY WRK-CICLO
                        GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-PER
                    IF WRK-RESTO-SEQ = WRK-RESTO-PER
                        MOVE 'S' TO WRK-DEVIDO
                    END-IF
                ELSE
                    MOVE ABC-DATA-ULT-CONTAGEM TO WRK-DATA-ULT
                    COMPUTE WRK-PERIODO-ULT =
                        (WRK-ULT-ANO * 12) + WRK-ULT-MES
                    IF WRK-PERIODO-AGENDA - WRK-PERIODO-ULT
                        >= WRK-CICLO
                        MOVE 'S' TO WRK-DEVIDO
                    END-IF
                END-IF
            END-IF.
            IF CONTAGEM-DEVIDA
                DIVIDE WRK-QTD-AGENDADOS BY WRK-QTD-DIAS-UTEIS
                    GIVING WRK-QUOCIENTE REMAINDER WRK-DIA-IDX
                ADD 1 TO WRK-DIA-IDX
                MOVE WRK-DIA-AGENDA (WRK-DIA-IDX) TO ABC-DATA-AGENDA
                ADD 1 TO WRK-QTD-AGENDADOS
                EVALUATE TRUE
                    WHEN PRODUTO-CLASSE-A
                        ADD 1 TO WRK-AGENDADOS-A
                    WHEN PRODUTO-CLASSE-B
                        ADD 1 TO WRK-AGENDADOS-B
                    WHEN OTHER
                        ADD 1 TO WRK-AGENDADOS-C
                END-EVALUATE
            END-IF.

       4000-FINALIZAR.
            CLOSE ESTOQUE-SALDO.
            CLOSE PRODUTOS-ABC.
            CLOSE SAIDA-CONTAGEM.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'CLASSIFICACAO ABC DE PRODUTOS - ' WRK-PED-MES
                '/' WRK-PED-ANO.
            DISPLAY 'PRODUTOS CLASSE A..: ' WRK-QTD-A
                '  AGENDADOS: ' WRK-AGENDADOS-A
                '  CICLO (MESES): ' WRK-CICLO-A.
            DISPLAY 'PRODUTOS CLASSE B..: ' WRK-QTD-B
                '  AGENDADOS: ' WRK-AGENDADOS-B
                '  CICLO (MESES): ' WRK-CICLO-B.
            DISPLAY 'PRODUTOS CLASSE C..: ' WRK-QTD-C
                '  AGENDADOS: ' WRK-AGENDADOS-C
                '  CICLO (MESES): ' WRK-CICLO-C.
            DISPLAY 'CONTAGENS ATRASADAS: ' WRK-QTD-PENDENTES.
            DISPLAY 'AGENDA DE ' WRK-AGD-MES '/' WRK-AGD-ANO
                ' EM ' WRK-QTD-DIAS-UTEIS ' DIAS UTEIS'.
            DISPLAY 'CONSUMO DO MES.....: ' WRK-TOTAL-GERAL.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-A + WRK-QTD-B
                + WRK-QTD-C.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM ESTABC.
