      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE DATA PROMETIDA DE ENTREGA - PARA UMA
      *          LINHA DE PEDIDO, DIZ QUANDO A MERCADORIA FICA PRONTA
      *          (HOJE, SE O DISPONIVEL COBRE A QUANTIDADE; SENAO A
      *          DATA PREVISTA DA OC ABERTA QUE COMPLETA A FALTA; SEM
      *          OC QUE COBRE, A DATA BASE MAIS O PRAZO DE REPOSICAO
      *          DO PARAMETRO DIASREPO), SOMA OS DIAS UTEIS DE
      *          TRANSITO DA UF (TABELA PRAZOUF) E DEVOLVE A DATA
      *          PROMETIDA EM DIA UTIL DO CALENDARIO (CALENDAR).
      *          CHAMADA NA GRAVACAO DAS LINHAS PELO PROGCOB09,
      *          PEDLIBER, ORCAMENT E CTOGERA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAZOENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-COMPRA ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCP-NUMERO
               FILE STATUS IS WRK-FS-OC.
           SELECT OC-ITENS ASSIGN TO 'OCITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPI-CHAVE
               FILE STATUS IS WRK-FS-OCITEM.
           SELECT PRAZO-UF ASSIGN TO 'PRAZOUF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUF-UF
               FILE STATUS IS WRK-FS-PRAZOUF.
           SELECT CALENDARIO ASSIGN TO 'CALENDAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WRK-FS-CALEND.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-COMPRA
           LABEL RECORD IS STANDARD.
           COPY OCPREG.
       FD  OC-ITENS
           LABEL RECORD IS STANDARD.
           COPY OCPIREG.
       FD  PRAZO-UF
           LABEL RECORD IS STANDARD.
           COPY PUFREG.
       FD  CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALNREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-OC        PIC X(02) VALUE '00'.
       77 WRK-FS-OCITEM    PIC X(02) VALUE '00'.
       77 WRK-FS-PRAZOUF   PIC X(02) VALUE '00'.
       77 WRK-FS-CALEND    PIC X(02) VALUE '00'.
       77 WRK-EOF-OCITEM   PIC X(01) VALUE 'N'.
           88 FIM-OCITENS  VALUE 'S'.
       77 WRK-DIAS-REPOSICAO PIC 9(03) VALUE 30.
       77 WRK-DIAS-TRANSITO  PIC 9(02) VALUE 5.
       77 WRK-FALTA        PIC S9(07) VALUE ZEROS.
       77 WRK-COBERTO      PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-OCS      PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-OCS      PIC 9(02) VALUE 20.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-MENOR    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-RESTO   PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(01) VALUE ZEROS.
       77 WRK-ROLAGENS     PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-UTIL     PIC X(01) VALUE 'S'.
           88 DATA-DIA-UTIL VALUE 'S'.
       01 WRK-DATA-CALC-GRP.
           05 WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-CALC-ED REDEFINES WRK-DATA-CALC.
               10 WRK-CALC-ANO  PIC 9(04).
               10 WRK-CALC-MES  PIC 9(02).
               10 WRK-CALC-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * OCS ABERTAS COM SALDO A RECEBER DO PRODUTO - DATA PREVISTA E
      * QUANTIDADE AINDA NAO RECEBIDA, CONSUMIDAS DA MAIS CEDO PARA A
      * MAIS TARDE ATE COBRIR A FALTA.
      *----------------------------------------------------------------
       01 WRK-OCS-TABELA.
           05 WRK-OC OCCURS 20 TIMES.
               10 WRK-OC-DATA      PIC 9(08).
               10 WRK-OC-SALDO     PIC 9(05).
               10 WRK-OC-USADA     PIC X(01).
      *----------------------------------------------------------------
      * DIAS DE CADA MES PARA A SOMA DE DIAS DE CALENDARIO, NO ESTILO
      * DA TABELA DE MESES DE PROGCOB17 (REDEFINES SOBRE LITERAIS).
      * FEVEREIRO E AJUSTADO PARA 29 EM ANO BISSEXTO NA ROTINA.
      *----------------------------------------------------------------
       01 WRK-MESES-VALORES.
           05 FILLER           PIC X(24) VALUE
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
           COPY PLRREG.
       LINKAGE SECTION.
           COPY PZEREG.
       PROCEDURE DIVISION USING PRAZOENT-AREA.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-LER-PARAMETROS.
            IF PZE-DISPONIVEL >= PZE-QUANTIDADE
                MOVE 'E' TO PZE-ORIGEM
                MOVE PZE-DATA-BASE TO PZE-DATA-PRONTA
            ELSE
                PERFORM 2000-BUSCAR-COMPRAS
            END-IF.
            PERFORM 3000-SOMAR-TRANSITO.
            GOBACK.

      *----------------------------------------------------------------
      * PRAZO DE REPOSICAO SEM OC E TRANSITO DA UF FORA DA TABELA VEM
      * DA ROTINA COMUM PARMLER; SEM PARAMETRO FICAM OS PADROES DA
      * WORKING.
      *----------------------------------------------------------------
       1000-LER-PARAMETROS.
            MOVE PZE-DATA-BASE TO PLR-DATA.
            MOVE 'DIASREPO' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-DIAS-REPOSICAO
            END-IF.
            MOVE 'DIASTRAN' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-DIAS-TRANSITO
            END-IF.

      *----------------------------------------------------------------
      * A FALTA E A QUANTIDADE MENOS O DISPONIVEL - DISPONIVEL
      * NEGATIVO (COMPROMETIDO ACIMA DO SALDO) AUMENTA A FALTA, POIS
      * OS PEDIDOS ANTERIORES CONSOMEM AS OCS PRIMEIRO. OC ATRASADA
      * (PREVISTA ANTES DA DATA BASE) CONTA COMO PRONTA NA DATA BASE.
      *----------------------------------------------------------------
       2000-BUSCAR-COMPRAS.
            COMPUTE WRK-FALTA = PZE-QUANTIDADE - PZE-DISPONIVEL.
            MOVE ZEROS TO WRK-COBERTO.
            MOVE ZEROS TO WRK-QTD-OCS.
            MOVE 'N' TO WRK-EOF-OCITEM.
            OPEN INPUT OC-ITENS.
            OPEN INPUT ORDENS-COMPRA.
            IF WRK-FS-OCITEM = '00' AND WRK-FS-OC = '00'
                PERFORM 2010-LER-OCITEM
                PERFORM 2100-GUARDAR-OC UNTIL FIM-OCITENS
            END-IF.
            CLOSE OC-ITENS.
            CLOSE ORDENS-COMPRA.
            MOVE ZEROS TO PZE-DATA-PRONTA.
            MOVE 1 TO WRK-SUB-MENOR.
            PERFORM 2200-CONSUMIR-OC
                UNTIL WRK-COBERTO >= WRK-FALTA
                OR WRK-SUB-MENOR = ZEROS.
            IF WRK-COBERTO >= WRK-FALTA
                MOVE 'C' TO PZE-ORIGEM
                IF PZE-DATA-PRONTA < PZE-DATA-BASE
                    MOVE PZE-DATA-BASE TO PZE-DATA-PRONTA
                END-IF
            ELSE
                MOVE 'S' TO PZE-ORIGEM
                PERFORM 2300-SOMAR-REPOSICAO
            END-IF.

       2010-LER-OCITEM.
            READ OC-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-READ.

       2100-GUARDAR-OC.
            IF OPI-PRODUTO = PZE-PRODUTO
                AND OPI-QTD-PEDIDA > OPI-QTD-RECEBIDA
                AND WRK-QTD-OCS < WRK-MAX-OCS
                MOVE OPI-OC TO OCP-NUMERO
                READ ORDENS-COMPRA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF OC-ABERTA
                            ADD 1 TO WRK-QTD-OCS
                            MOVE OCP-DATA-PREVISTA
                                TO WRK-OC-DATA (WRK-QTD-OCS)
                            COMPUTE WRK-OC-SALDO (WRK-QTD-OCS) =
                                OPI-QTD-PEDIDA - OPI-QTD-RECEBIDA
                            MOVE 'N' TO WRK-OC-USADA (WRK-QTD-OCS)
                        END-IF
                END-READ
            END-IF.
            PERFORM 2010-LER-OCITEM.

      *----------------------------------------------------------------
      * PEGA A OC AINDA NAO USADA DE DATA PREVISTA MAIS CEDO; A DATA
      * PRONTA E A DA ULTIMA OC NECESSARIA PARA COBRIR A FALTA.
      *----------------------------------------------------------------
       2200-CONSUMIR-OC.
            MOVE ZEROS TO WRK-SUB-MENOR.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2210-COMPARAR-OC WRK-QTD-OCS TIMES.
            IF WRK-SUB-MENOR NOT = ZEROS
                MOVE 'S' TO WRK-OC-USADA (WRK-SUB-MENOR)
                ADD WRK-OC-SALDO (WRK-SUB-MENOR) TO WRK-COBERTO
                MOVE WRK-OC-DATA (WRK-SUB-MENOR) TO PZE-DATA-PRONTA
            END-IF.

       2210-COMPARAR-OC.
            ADD 1 TO WRK-SUB.
            IF WRK-OC-USADA (WRK-SUB) = 'N'
                IF WRK-SUB-MENOR = ZEROS
                    MOVE WRK-SUB TO WRK-SUB-MENOR
                ELSE
                    IF WRK-OC-DATA (WRK-SUB)
                        < WRK-OC-DATA (WRK-SUB-MENOR)
                        MOVE WRK-SUB TO WRK-SUB-MENOR
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * SEM OC QUE COBRE - DATA BASE + WRK-DIAS-REPOSICAO DIAS DE
      * CALENDARIO, COM VIRADA DE MES PELA TABELA DE DIAS E FEVEREIRO
      * BISSEXTO, COMO O VENCIMENTO DO FATURA.
      *----------------------------------------------------------------
       2300-SOMAR-REPOSICAO.
            MOVE PZE-DATA-BASE TO WRK-DATA-CALC.
            COMPUTE WRK-DIAS-RESTO = WRK-CALC-DIA + WRK-DIAS-REPOSICAO.
            PERFORM 2320-DIAS-DO-MES.
            PERFORM 2310-AVANCAR-MES
                UNTIL WRK-DIAS-RESTO <= WRK-DIAS-MES.
            MOVE WRK-DIAS-RESTO TO WRK-CALC-DIA.
            MOVE WRK-DATA-CALC TO PZE-DATA-PRONTA.

       2310-AVANCAR-MES.
            SUBTRACT WRK-DIAS-MES FROM WRK-DIAS-RESTO.
            ADD 1 TO WRK-CALC-MES.
            IF WRK-CALC-MES > 12
                MOVE 01 TO WRK-CALC-MES
                ADD 1 TO WRK-CALC-ANO
            END-IF.
            PERFORM 2320-DIAS-DO-MES.

       2320-DIAS-DO-MES.
            MOVE WRK-MES-DIAS (WRK-CALC-MES) TO WRK-DIAS-MES.
            IF WRK-CALC-MES = 02
                DIVIDE WRK-CALC-ANO BY 4
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO
                IF WRK-ANO-RESTO = ZEROS
                    MOVE 29 TO WRK-DIAS-MES
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * A DATA PRONTA ROLA PARA O PRIMEIRO DIA UTIL E CADA DIA DE
      * TRANSITO AVANCA PARA O DIA UTIL SEGUINTE, SEGUNDO O CALENDARIO
      * DO CALMANU. DATA FORA DO CALENDARIO E ACEITA COMO UTIL, COMO
      * NO VENCIMENTO DO FATURA.
      *----------------------------------------------------------------
       3000-SOMAR-TRANSITO.
            MOVE WRK-DIAS-TRANSITO TO PZE-DIAS-TRANSITO.
            OPEN INPUT PRAZO-UF.
            IF WRK-FS-PRAZOUF = '00'
                MOVE PZE-UF TO PUF-UF
                READ PRAZO-UF
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PUF-DIAS-TRANSITO TO PZE-DIAS-TRANSITO
                END-READ
                CLOSE PRAZO-UF
            END-IF.
            MOVE PZE-DATA-PRONTA TO WRK-DATA-CALC.
            OPEN INPUT CALENDARIO.
            PERFORM 3100-ROLAR-DIA-UTIL.
            PERFORM 3200-DIA-DE-TRANSITO PZE-DIAS-TRANSITO TIMES.
            IF WRK-FS-CALEND = '00'
                CLOSE CALENDARIO
            END-IF.
            MOVE WRK-DATA-CALC TO PZE-DATA-PROMETIDA.

      *----------------------------------------------------------------
      * O LACO TEM UM TETO DE 14 ROLAGENS PARA UM CALENDARIO MAL
      * CADASTRADO NAO PRENDER A ENTRADA DO PEDIDO.
      *----------------------------------------------------------------
       3100-ROLAR-DIA-UTIL.
            MOVE ZEROS TO WRK-ROLAGENS.
            PERFORM 3110-TESTAR-DIA.
            PERFORM 3120-PROXIMO-DIA
                UNTIL DATA-DIA-UTIL OR WRK-ROLAGENS >= 14.

       3110-TESTAR-DIA.
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

       3120-PROXIMO-DIA.
            ADD 1 TO WRK-ROLAGENS.
            PERFORM 3130-SOMAR-UM-DIA.
            PERFORM 3110-TESTAR-DIA.

       3130-SOMAR-UM-DIA.
            ADD 1 TO WRK-CALC-DIA.
            PERFORM 2320-DIAS-DO-MES.
            IF WRK-CALC-DIA > WRK-DIAS-MES
                MOVE 01 TO WRK-CALC-DIA
                ADD 1 TO WRK-CALC-MES
                IF WRK-CALC-MES > 12
                    MOVE 01 TO WRK-CALC-MES
                    ADD 1 TO WRK-CALC-ANO
                END-IF
            END-IF.

       3200-DIA-DE-TRANSITO.
            PERFORM 3130-SOMAR-UM-DIA.
            PERFORM 3100-ROLAR-DIA-UTIL.

       END PROGRAM PRAZOENT.
