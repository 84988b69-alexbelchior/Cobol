      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CONCILIACAO PEDIDO X NOTA X TITULOS (ORDER-TO-CASH) -
      *          LIGA CADA PEDIDO FATURADO A SUA NOTA (NOT-PEDIDO,
      *          GRAVADO PELO PROGCOB05) E AOS SEUS TITULOS DE CONTAS
      *          A RECEBER (RCB-PEDIDO, GRAVADO PELO FATURA) E REPORTA,
      *          NO PADRAO DE EXCECAO DO CLIEXCEP/ARMCHECK:
      *          - PEDIDO FATURADO SEM TITULO;
      *          - PEDIDO FATURADO SEM NOTA;
      *          - PED-TOTAL DIFERENTE DA SOMA DE RCB-VALOR;
      *          - PED-TOTAL DIFERENTE DO TOTAL DA NOTA;
      *          - TITULO SEM PEDIDO;
      *          - NOTA SEM PEDIDO (AVULSA OU PEDIDO INEXISTENTE).
      *          PEDIDO, NOTA E TITULO CANCELADOS FICAM FORA - O
      *          CANCELAMENTO (NOTACANC) JA DESFAZ OS TRES JUNTOS. A
      *          QUANTIDADE DE EXCECOES VAI PARA O JOBLOG E APARECE NO
      *          RELATORIO DE OPERACAO DA MANHA (OPERREL). RODA NA
      *          CADEIA NOTURNA (CLNOITE).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCONC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT NOTAS-EMITIDAS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT NOTA-ACUMULA ASSIGN TO 'FATCTMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-PEDIDO
               FILE STATUS IS WRK-FS-TEMP.
           SELECT CONC-EXCECAO ASSIGN TO 'FATCONC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  NOTA-ACUMULA
           LABEL RECORD IS STANDARD.
       01 NOTATEMP-REG.
           05 TMP-PEDIDO       PIC 9(06).
           05 TMP-NOTA         PIC 9(06).
           05 TMP-TOTAL        PIC 9(10)V99.
       FD  CONC-EXCECAO
           LABEL RECORD IS STANDARD.
       01 EXCEP-LINHA.
           05 EXCEP-PEDIDO      PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-DOCUMENTO   PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-VALOR-PED   PIC 9(10)V99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-VALOR-DOC   PIC 9(10)V99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-MOTIVO      PIC X(35).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-EXCEP     PIC X(02) VALUE '00'.
       77 WRK-EOF-PEDIDO   PIC X(01) VALUE 'N'.
           88 FIM-PEDIDO   VALUE 'S'.
       77 WRK-EOF-NOTAS    PIC X(01) VALUE 'N'.
           88 FIM-NOTAS    VALUE 'S'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-EOF-TITULOS  PIC X(01) VALUE 'N'.
           88 FIM-TITULOS  VALUE 'S'.
       77 WRK-QTD-TITULOS  PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-TITULOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONFERIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-TITULO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-NOTA  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIV-TITULO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIV-NOTA  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TIT-ORFAO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NOTA-ORFA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCECOES  PIC 9(06) VALUE ZEROS.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-CARREGAR-NOTAS.
            PERFORM 3000-CONFERIR-PEDIDOS.
            PERFORM 4000-CONFERIR-TITULOS.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'FATCONC' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT PEDIDOS.
            OPEN INPUT NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN INPUT NOTAS-EMITIDAS
            END-IF.
            OPEN INPUT CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN INPUT CONTAS-A-RECEBER
            END-IF.
            OPEN OUTPUT NOTA-ACUMULA.
            CLOSE NOTA-ACUMULA.
            OPEN I-O NOTA-ACUMULA.
            OPEN OUTPUT CONC-EXCECAO.

      *----------------------------------------------------------------
      * PASSO 1 - NOTAS ATIVAS LIGADAS A PEDIDO VAO PARA O ARQUIVO DE
      * TRABALHO PELO NUMERO DO PEDIDO (NOTAS NAO TEM CHAVE POR
      * PEDIDO). NOTA AVULSA E NOTA CUJO PEDIDO NAO EXISTE SAO
      * EXCECAO "NOTA SEM PEDIDO". O TOTAL DA NOTA E O VALOR DAS
      * MERCADORIAS (NOT-TOTAL-BRL), SEM O IMPOSTO.
      *----------------------------------------------------------------
       2000-CARREGAR-NOTAS.
            PERFORM 2010-LER-NOTA.
            PERFORM 2020-GUARDAR-NOTA UNTIL FIM-NOTAS.

       2010-LER-NOTA.
            READ NOTAS-EMITIDAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-NOTAS
            END-READ.

       2020-GUARDAR-NOTA.
            IF NOTA-ATIVA
                IF NOT-PEDIDO = ZEROS
                    PERFORM 2030-NOTA-SEM-PEDIDO
                ELSE
                    MOVE NOT-PEDIDO TO PED-NUMERO
                    READ PEDIDOS
                        INVALID KEY
                            PERFORM 2030-NOTA-SEM-PEDIDO
                        NOT INVALID KEY
                            MOVE NOT-PEDIDO    TO TMP-PEDIDO
                            MOVE NOT-NUMERO    TO TMP-NOTA
                            MOVE NOT-TOTAL-BRL TO TMP-TOTAL
                            WRITE NOTATEMP-REG
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                    END-READ
                END-IF
            END-IF.
            PERFORM 2010-LER-NOTA.

       2030-NOTA-SEM-PEDIDO.
            ADD 1 TO WRK-QTD-NOTA-ORFA.
            MOVE NOT-PEDIDO    TO EXCEP-PEDIDO.
            MOVE NOT-NUMERO    TO EXCEP-DOCUMENTO.
            MOVE ZEROS         TO EXCEP-VALOR-PED.
            MOVE NOT-TOTAL-BRL TO EXCEP-VALOR-DOC.
            MOVE 'NOTA SEM PEDIDO' TO EXCEP-MOTIVO.
            PERFORM 8000-GRAVAR-EXCECAO.

      *----------------------------------------------------------------
      * PASSO 2 - CADA PEDIDO FATURADO (FATURADO, EM SEPARACAO OU
      * ENTREGUE) PROCURA OS SEUS TITULOS PELA CHAVE ALTERNADA E A
      * SUA NOTA NO ARQUIVO DE TRABALHO. A SOMA DAS PARCELAS E O
      * TOTAL DA NOTA TEM DE BATER COM PED-TOTAL.
      *----------------------------------------------------------------
       3000-CONFERIR-PEDIDOS.
            MOVE ZEROS TO PED-NUMERO.
            START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-START.
            IF NOT FIM-PEDIDO
                PERFORM 3010-LER-PEDIDO
                PERFORM 3100-CONFERIR-PEDIDO UNTIL FIM-PEDIDO
            END-IF.

       3010-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-READ.
            IF NOT FIM-PEDIDO
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       3100-CONFERIR-PEDIDO.
            IF PEDIDO-FATURADO OR PEDIDO-SEPARACAO OR PEDIDO-ENTREGUE
                ADD 1 TO WRK-QTD-CONFERIDOS
                PERFORM 3200-SOMAR-TITULOS
                PERFORM 3300-CONFERIR-NOTA
            END-IF.
            PERFORM 3010-LER-PEDIDO.

       3200-SOMAR-TITULOS.
            MOVE ZEROS TO WRK-QTD-TITULOS.
            MOVE ZEROS TO WRK-SOMA-TITULOS.
            MOVE 'N' TO WRK-EOF-TITULOS.
            MOVE PED-NUMERO TO RCB-PEDIDO.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-PEDIDO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-START.
            IF NOT FIM-TITULOS
                PERFORM 3210-LER-TITULO
                PERFORM 3220-SOMAR-TITULO UNTIL FIM-TITULOS
            END-IF.
            EVALUATE TRUE
                WHEN WRK-QTD-TITULOS = ZEROS
                    ADD 1 TO WRK-QTD-SEM-TITULO
                    MOVE PED-NUMERO TO EXCEP-PEDIDO
                    MOVE ZEROS      TO EXCEP-DOCUMENTO
                    MOVE PED-TOTAL  TO EXCEP-VALOR-PED
                    MOVE ZEROS      TO EXCEP-VALOR-DOC
                    MOVE 'PEDIDO FATURADO SEM TITULO'
                        TO EXCEP-MOTIVO
                    PERFORM 8000-GRAVAR-EXCECAO
                WHEN WRK-SOMA-TITULOS NOT = PED-TOTAL
                    ADD 1 TO WRK-QTD-DIV-TITULO
                    MOVE PED-NUMERO       TO EXCEP-PEDIDO
                    MOVE WRK-QTD-TITULOS  TO EXCEP-DOCUMENTO
                    MOVE PED-TOTAL        TO EXCEP-VALOR-PED
                    MOVE WRK-SOMA-TITULOS TO EXCEP-VALOR-DOC
                    MOVE 'PED-TOTAL DIFERENTE DOS TITULOS'
                        TO EXCEP-MOTIVO
                    PERFORM 8000-GRAVAR-EXCECAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       3210-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-READ.
            IF NOT FIM-TITULOS AND RCB-PEDIDO NOT = PED-NUMERO
                MOVE 'S' TO WRK-EOF-TITULOS
            END-IF.

       3220-SOMAR-TITULO.
            IF NOT RECEB-CANCELADA
                ADD 1 TO WRK-QTD-TITULOS
                ADD RCB-VALOR TO WRK-SOMA-TITULOS
            END-IF.
            PERFORM 3210-LER-TITULO.

       3300-CONFERIR-NOTA.
            MOVE PED-NUMERO TO TMP-PEDIDO.
            READ NOTA-ACUMULA
                INVALID KEY
                    ADD 1 TO WRK-QTD-SEM-NOTA
                    MOVE PED-NUMERO TO EXCEP-PEDIDO
                    MOVE ZEROS      TO EXCEP-DOCUMENTO
                    MOVE PED-TOTAL  TO EXCEP-VALOR-PED
                    MOVE ZEROS      TO EXCEP-VALOR-DOC
                    MOVE 'PEDIDO FATURADO SEM NOTA' TO EXCEP-MOTIVO
                    PERFORM 8000-GRAVAR-EXCECAO
                NOT INVALID KEY
                    IF TMP-TOTAL NOT = PED-TOTAL
                        ADD 1 TO WRK-QTD-DIV-NOTA
                        MOVE PED-NUMERO TO EXCEP-PEDIDO
                        MOVE TMP-NOTA   TO EXCEP-DOCUMENTO
                        MOVE PED-TOTAL  TO EXCEP-VALOR-PED
                        MOVE TMP-TOTAL  TO EXCEP-VALOR-DOC
                        MOVE 'PED-TOTAL DIFERENTE DA NOTA'
                            TO EXCEP-MOTIVO
                        PERFORM 8000-GRAVAR-EXCECAO
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * PASSO 3 - TITULO NAO CANCELADO CUJO PEDIDO NAO EXISTE (OU
      * ZERADO) E TITULO SEM PEDIDO.
      *----------------------------------------------------------------
       4000-CONFERIR-TITULOS.
            MOVE ZEROS TO RCB-FATURA.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-START.
            IF NOT FIM-RECEBER
                PERFORM 4010-LER-RECEBER
                PERFORM 4100-CONFERIR-TITULO UNTIL FIM-RECEBER
            END-IF.

       4010-LER-RECEBER.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.

       4100-CONFERIR-TITULO.
            IF NOT RECEB-CANCELADA
                MOVE RCB-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        ADD 1 TO WRK-QTD-TIT-ORFAO
                        MOVE RCB-PEDIDO TO EXCEP-PEDIDO
                        MOVE RCB-FATURA TO EXCEP-DOCUMENTO
                        MOVE ZEROS      TO EXCEP-VALOR-PED
                        MOVE RCB-VALOR  TO EXCEP-VALOR-DOC
                        MOVE 'TITULO SEM PEDIDO' TO EXCEP-MOTIVO
                        PERFORM 8000-GRAVAR-EXCECAO
                END-READ
            END-IF.
            PERFORM 4010-LER-RECEBER.

       8000-GRAVAR-EXCECAO.
            WRITE EXCEP-LINHA.
            ADD 1 TO WRK-QTD-EXCECOES.

       9000-FINALIZAR.
            CLOSE PEDIDOS.
            CLOSE NOTAS-EMITIDAS.
            CLOSE CONTAS-A-RECEBER.
            CLOSE NOTA-ACUMULA.
            CLOSE CONC-EXCECAO.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'CONCILIACAO PEDIDO X NOTA X TITULOS - RESUMO'.
            DISPLAY 'PEDIDOS LIDOS.............: ' WRK-QTD-LIDOS.
            DISPLAY 'PEDIDOS FATURADOS.........: ' WRK-QTD-CONFERIDOS.
            DISPLAY 'FATURADOS SEM TITULO......: ' WRK-QTD-SEM-TITULO.
            DISPLAY 'FATURADOS SEM NOTA........: ' WRK-QTD-SEM-NOTA.
            DISPLAY 'TOTAL DIFERENTE TITULOS...: ' WRK-QTD-DIV-TITULO.
            DISPLAY 'TOTAL DIFERENTE NOTA......: ' WRK-QTD-DIV-NOTA.
            DISPLAY 'TITULOS SEM PEDIDO........: ' WRK-QTD-TIT-ORFAO.
            DISPLAY 'NOTAS SEM PEDIDO..........: ' WRK-QTD-NOTA-ORFA.
            DISPLAY 'EXCECOES GRAVADAS EM FATCONC.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-EXCECOES TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM FATCONC.
