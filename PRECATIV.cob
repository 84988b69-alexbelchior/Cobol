      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ATIVACAO DAS TABELAS DE PRECO PROGRAMADAS - PARA CADA
      *          REGISTRO PENDENTE DE PRECOFUT (GRAVADO PELA REVISAO EM
      *          MASSA PRECREV) COM DATA EFETIVA ATE A DATA DE
      *          REFERENCIA, GUARDA A TABELA EM VIGOR EM PRECOHIS,
      *          GRAVA AS FAIXAS NOVAS EM PRECOTAB E MARCA O REGISTRO
      *          COMO APLICADO - REPROCESSAR NAO APLICA DUAS VEZES.
      *          A DATA DE REFERENCIA VEM DO SYSIN; ZEROS E O DIA
      *          SEGUINTE AO DA EXECUCAO, PORQUE A CADEIA NOTURNA
      *          (CLNOITE) PREPARA A TABELA DO DIA QUE VAI ABRIR.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECATIV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECO-FUTURO ASSIGN TO 'PRECOFUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-FS-FUTURO.
           SELECT PRECO-TABELA ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRODUTO
               FILE STATUS IS WRK-FS-PRECO.
           SELECT PRECO-HISTORICO ASSIGN TO 'PRECOHIS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRH-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-FUTURO
           LABEL RECORD IS STANDARD.
           COPY PRFREG.
       FD  PRECO-TABELA
           LABEL RECORD IS STANDARD.
           COPY PRECOREG.
       FD  PRECO-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY PRHREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FUTURO    PIC X(02) VALUE '00'.
       77 WRK-FS-PRECO     PIC X(02) VALUE '00'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
       77 WRK-EOF-FUTURO   PIC X(01) VALUE 'N'.
           88 FIM-FUTUROS  VALUE 'S'.
       77 WRK-TEM-TABELA   PIC X(01) VALUE 'N'.
           88 TEM-TABELA   VALUE 'S'.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ATIVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-REF-GRP.
           05 WRK-DATA-REF     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-REF-ED REDEFINES WRK-DATA-REF.
               10 WRK-REF-ANO   PIC 9(04).
               10 WRK-REF-MES   PIC 9(02).
               10 WRK-REF-DIA   PIC 9(02).
      *----------------------------------------------------------------
      * DIAS DE CADA MES, COMO NO FATURA; FEVEREIRO VIRA 29 EM ANO
      * BISSEXTO NA ROTINA.
      *----------------------------------------------------------------
       01 WRK-MESES-VALORES.
           05 FILLER           PIC X(24) VALUE
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-FS-FUTURO = '00'
                PERFORM 2010-LER-FUTURO
                PERFORM 2000-PROCESSAR UNTIL FIM-FUTUROS
                CLOSE PRECO-FUTURO
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PRECATIV' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-REF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-DATA-REF = ZEROS
                MOVE WRK-DATA-HOJE TO WRK-DATA-REF
                PERFORM 1100-SOMAR-UM-DIA
            END-IF.
            DISPLAY 'ATIVANDO TABELAS COM VIGENCIA ATE ' WRK-DATA-REF.
            OPEN I-O PRECO-FUTURO.
            OPEN I-O PRECO-TABELA.
            IF WRK-FS-PRECO = '35'
                CLOSE PRECO-TABELA
                OPEN OUTPUT PRECO-TABELA
                CLOSE PRECO-TABELA
                OPEN I-O PRECO-TABELA
            END-IF.
            OPEN I-O PRECO-HISTORICO.
            IF WRK-FS-HISTORICO = '35'
                CLOSE PRECO-HISTORICO
                OPEN OUTPUT PRECO-HISTORICO
                CLOSE PRECO-HISTORICO
                OPEN I-O PRECO-HISTORICO
            END-IF.

       1100-SOMAR-UM-DIA.
            MOVE WRK-MES-DIAS (WRK-REF-MES) TO WRK-DIAS-MES.
            IF WRK-REF-MES = 02
                DIVIDE WRK-REF-ANO BY 4
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO
                IF WRK-ANO-RESTO = ZEROS
                    MOVE 29 TO WRK-DIAS-MES
                END-IF
            END-IF.
            ADD 1 TO WRK-REF-DIA.
            IF WRK-REF-DIA > WRK-DIAS-MES
                MOVE 01 TO WRK-REF-DIA
                ADD 1 TO WRK-REF-MES
                IF WRK-REF-MES > 12
                    MOVE 01 TO WRK-REF-MES
                    ADD 1 TO WRK-REF-ANO
                END-IF
            END-IF.

       2010-LER-FUTURO.
            READ PRECO-FUTURO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-FUTURO
            END-READ.
            IF NOT FIM-FUTUROS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

      *----------------------------------------------------------------
      * A CHAVE PRODUTO + DATA ENTREGA AS PROGRAMACOES DE UM PRODUTO
      * EM ORDEM DE DATA - SE DUAS JA VENCERAM, A MAIS NOVA E A ULTIMA
      * A SER GRAVADA E E A QUE FICA VALENDO.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            IF PRF-PENDENTE
                AND PRF-DATA-EFETIVA <= WRK-DATA-REF
                PERFORM 2100-ATIVAR-TABELA
            END-IF.
            PERFORM 2010-LER-FUTURO.

       2100-ATIVAR-TABELA.
            MOVE PRF-PRODUTO TO PRC-PRODUTO.
            READ PRECO-TABELA
                INVALID KEY
                    MOVE 'N' TO WRK-TEM-TABELA
                NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-TABELA
            END-READ.
            IF TEM-TABELA
                PERFORM 2200-GUARDAR-HISTORICO
            END-IF.
            MOVE PRF-PRODUTO TO PRC-PRODUTO.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2110-COPIAR-FAIXA 3 TIMES.
            IF TEM-TABELA
                REWRITE PRECO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO REGRAVAR PRECOTAB ' PRC-PRODUTO
                END-REWRITE
            ELSE
                WRITE PRECO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR PRECOTAB ' PRC-PRODUTO
                END-WRITE
            END-IF.
            MOVE 'A' TO PRF-SITUACAO.
            MOVE WRK-DATA-HOJE TO PRF-DATA-APLICACAO.
            REWRITE PRECO-FUTURO-REG.
            ADD 1 TO WRK-QTD-ATIVADOS.
            DISPLAY 'PRODUTO ' PRF-PRODUTO ' - TABELA DE '
                PRF-DATA-EFETIVA ' ATIVADA'.

       2110-COPIAR-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE PRF-QTD-MIN (WRK-SUB) TO PRC-QTD-MIN (WRK-SUB).
            MOVE PRF-QTD-MAX (WRK-SUB) TO PRC-QTD-MAX (WRK-SUB).
            MOVE PRF-PRECO (WRK-SUB) TO PRC-PRECO (WRK-SUB).

      *----------------------------------------------------------------
      * SE JA HA HISTORICO DO PRODUTO NA MESMA DATA, ELE GUARDA A
      * TABELA DA VESPERA E E MANTIDO.
      *----------------------------------------------------------------
       2200-GUARDAR-HISTORICO.
            MOVE PRC-PRODUTO TO PRH-PRODUTO.
            MOVE PRF-DATA-EFETIVA TO PRH-DATA-TROCA.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2210-GUARDAR-FAIXA 3 TIMES.
            MOVE 'R' TO PRH-ORIGEM.
            WRITE PRECO-HIST-REG
                INVALID KEY
                    CONTINUE
            END-WRITE.

       2210-GUARDAR-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE PRC-QTD-MIN (WRK-SUB) TO PRH-QTD-MIN (WRK-SUB).
            MOVE PRC-QTD-MAX (WRK-SUB) TO PRH-QTD-MAX (WRK-SUB).
            MOVE PRC-PRECO (WRK-SUB) TO PRH-PRECO (WRK-SUB).

       3000-FINALIZAR.
            CLOSE PRECO-TABELA.
            CLOSE PRECO-HISTORICO.
            DISPLAY 'PROGRAMACOES LIDAS: ' WRK-QTD-LIDOS
                ' TABELAS ATIVADAS: ' WRK-QTD-ATIVADOS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-ATIVADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PRECATIV.
