      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ACUMULO NOTURNO DE PONTOS DE FIDELIDADE - VARRE O
      *          RAZAO DE VENDAS (SALESLED) E, PARA CADA VENDA DOS
      *          ULTIMOS DIAS, CREDITA OS PONTOS DO CLIENTE; PARA CADA
      *          DEVOLUCAO, ESTORNA OS PONTOS QUE ELA TERIA GERADO. O
      *          LANCAMENTO E FEITO PELA ROTINA COMUM PTOLANC, QUE
      *          RECUSA A VENDA OU DEVOLUCAO JA TRATADA - REPROCESSAR
      *          A JANELA NAO DUPLICA PONTOS. SO VENDAS E DEVOLUCOES
      *          DE LOJA (SEM PEDIDO) MEXEM EM PONTOS - AJUSTES E OS
      *          LANCAMENTOS DE PEDIDO B2B DO FATURA/NOTACANC/RMAMANU
      *          (SEL-PEDIDO PREENCHIDO) FICAM DE FORA. RODA NA CADEIA
      *          NOTURNA (CLNOITE).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Venda e estorno de pedido faturado (SEL-PEDIDO
      *                 preenchido) nao geram nem estornam pontos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOACUM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LEDGER ASSIGN TO 'SALESLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEL-CHAVE
               FILE STATUS IS WRK-FS-LEDGER.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LEDGER
           LABEL RECORD IS STANDARD.
           COPY SALESLED.
       WORKING-STORAGE SECTION.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-EOF-LEDGER   PIC X(01) VALUE 'N'.
           88 FIM-LEDGER   VALUE 'S'.
      *----------------------------------------------------------------
      * JANELA DE REPROCESSAMENTO EM DIAS (CALENDARIO COMERCIAL
      * 360/30) - COBRE CADEIAS QUE FALHARAM E VENDAS GRAVADAS DEPOIS
      * DO HORARIO, SEM CREDITAR O HISTORICO ANTERIOR AO PROGRAMA.
      *----------------------------------------------------------------
       77 WRK-DIAS-JANELA  PIC 9(03) VALUE 7.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENDA   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ACUMULOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ESTORNOS PIC 9(06) VALUE ZEROS.
       77 WRK-PONTOS-ACUM  PIC 9(09) VALUE ZEROS.
       77 WRK-PONTOS-ESTOR PIC 9(09) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY PTLREG.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-FS-LEDGER = '00'
                PERFORM 2010-LER-LEDGER
                PERFORM 2000-PROCESSAR UNTIL FIM-LEDGER
                CLOSE SALES-LEDGER
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PTOACUM' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = WRK-HOJE-ANO * 360
                + (WRK-HOJE-MES - 1) * 30 + WRK-HOJE-DIA.
            OPEN INPUT SALES-LEDGER.

       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            COMPUTE WRK-DIAS-VENDA = SEL-DATA-ANO * 360
                + (SEL-DATA-MES - 1) * 30 + SEL-DATA-DIA.
            IF WRK-DIAS-VENDA + WRK-DIAS-JANELA >= WRK-DIAS-HOJE
                AND NOT SEL-AJUSTE
                AND SEL-PEDIDO = ZEROS
                PERFORM 2100-LANCAR-PONTOS
            END-IF.
            PERFORM 2010-LER-LEDGER.

       2010-LER-LEDGER.
            READ SALES-LEDGER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-LEDGER
            END-READ.

       2100-LANCAR-PONTOS.
            IF SEL-DEVOLUCAO
                MOVE 'E' TO PTL-FUNCAO
            ELSE
                MOVE 'A' TO PTL-FUNCAO
            END-IF.
            MOVE SEL-CLIENTE TO PTL-CLIENTE.
            MOVE SEL-DATA TO PTL-DATA.
            MOVE SEL-HORA TO PTL-HORA.
            MOVE SEL-LOJA TO PTL-LOJA.
            MOVE SEL-VALOR TO PTL-VALOR.
            MOVE ZEROS TO PTL-PONTOS.
            CALL 'PTOLANC' USING PTOLANC-AREA.
            IF PTL-FEITO
                IF SEL-DEVOLUCAO
                    ADD 1 TO WRK-QTD-ESTORNOS
                    ADD PTL-PONTOS TO WRK-PONTOS-ESTOR
                ELSE
                    ADD 1 TO WRK-QTD-ACUMULOS
                    ADD PTL-PONTOS TO WRK-PONTOS-ACUM
                END-IF
            END-IF.

       3000-FINALIZAR.
            MOVE 'F' TO PTL-FUNCAO.
            CALL 'PTOLANC' USING PTOLANC-AREA.
            DISPLAY 'LANCAMENTOS LIDOS NO RAZAO: ' WRK-QTD-LIDOS.
            DISPLAY 'VENDAS COM PONTOS ACUMULADOS: ' WRK-QTD-ACUMULOS
                ' PONTOS: ' WRK-PONTOS-ACUM.
            DISPLAY 'DEVOLUCOES COM PONTOS ESTORNADOS: '
                WRK-QTD-ESTORNOS ' PONTOS: ' WRK-PONTOS-ESTOR.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-ACUMULOS + WRK-QTD-ESTORNOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PTOACUM.
