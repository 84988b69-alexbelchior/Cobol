      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO MENSAL DE DESCONTOS APROVADOS ACIMA DO
      *          LIMITE - LISTA CADA LINHA DA FILA DE DESCONTOS
      *          (DESCITEN) DECIDIDA NO MES PELO DESCAPRV COMO
      *          APROVADA OU REDUZIDA, COM O LIMITE, O DESCONTO PEDIDO,
      *          O CONCEDIDO, QUEM APROVOU E O VALOR CONCEDIDO ACIMA DO
      *          LIMITE, E FECHA COM OS TOTAIS POR APROVADOR E
      *          VENDEDOR. LINHA REJEITADA FICOU NO LIMITE E SO ENTRA
      *          NA CONTAGEM FINAL. RODA NA CADEIA MENSAL (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESC-ITENS ASSIGN TO 'DESCITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSI-CHAVE
               FILE STATUS IS WRK-FS-DESCITN.
           SELECT DESC-PEND ASSIGN TO 'DESCPEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-NUMERO
               FILE STATUS IS WRK-FS-DESCPEND.
           SELECT DESCONTO-ACUM ASSIGN TO 'DESCTEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-CHAVE
               FILE STATUS IS WRK-FS-TEMP.
           SELECT REL-DESCONTOS ASSIGN TO 'DESCREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  DESC-ITENS
           LABEL RECORD IS STANDARD.
           COPY DSIREG.
       FD  DESC-PEND
           LABEL RECORD IS STANDARD.
           COPY DSPREG.
       FD  DESCONTO-ACUM
           LABEL RECORD IS STANDARD.
       01 DESCONTO-ACUM-REG.
           05 TMP-CHAVE.
               10 TMP-APROVADOR    PIC X(20).
               10 TMP-VENDEDOR     PIC 9(04).
           05 TMP-QTD-LINHAS       PIC 9(05).
           05 TMP-VALOR-DESCONTO   PIC 9(11)V99.
           05 TMP-VALOR-ACIMA      PIC 9(11)V99.
       FD  REL-DESCONTOS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-DESCITN   PIC X(02) VALUE '00'.
       77 WRK-FS-DESCPEND  PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-QTD-LIDAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-APROVADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REDUZIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(06) VALUE ZEROS.
       77 WRK-BRUTO-LINHA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-DESCONTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ACIMA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ACIMA    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ACIMA-ED     PIC ZZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-MES-REL.
           05 WRK-REL-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-REL-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-DEC-GRP.
           05 WRK-DATA-DEC     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-DEC-ED REDEFINES WRK-DATA-DEC.
               10 WRK-DEC-ANO   PIC 9(04).
               10 WRK-DEC-MES   PIC 9(02).
               10 WRK-DEC-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 REL-DETALHE.
           05 DET-PENDENCIA         PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DET-TIPO-DOC          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DET-DOCUMENTO         PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-CLIENTE           PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-VENDEDOR          PIC 9(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-PRODUTO           PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-QUANTIDADE        PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-LIMITE            PIC Z9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DET-ORIGEM-LIMITE     PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-PEDIDO            PIC Z9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-CONCEDIDO         PIC Z9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-DECISAO           PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-APROVADOR         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-DATA              PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-VALOR-ACIMA       PIC ZZZZZZZZ9,99.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2010-LER-ITEM.
            PERFORM 2000-TRATAR-ITEM UNTIL FIM-ITENS.
            PERFORM 6000-IMPRIMIR-RESUMO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA
      * O MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA
      * MENSAL.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'DESCREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-REL-ANO.
            ACCEPT WRK-REL-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-REL-ANO = ZEROS OR WRK-REL-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-REL-ANO
                MOVE WRK-HOJE-MES TO WRK-REL-MES
                IF WRK-REL-MES = 01
                    MOVE 12 TO WRK-REL-MES
                    SUBTRACT 1 FROM WRK-REL-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-REL-MES
                END-IF
            END-IF.
            OPEN INPUT DESC-ITENS.
            IF WRK-FS-DESCITN = '35'
                CLOSE DESC-ITENS
                OPEN OUTPUT DESC-ITENS
                CLOSE DESC-ITENS
                OPEN INPUT DESC-ITENS
            END-IF.
            OPEN INPUT DESC-PEND.
            IF WRK-FS-DESCPEND = '35'
                CLOSE DESC-PEND
                OPEN OUTPUT DESC-PEND
                CLOSE DESC-PEND
                OPEN INPUT DESC-PEND
            END-IF.
            OPEN OUTPUT DESCONTO-ACUM.
            CLOSE DESCONTO-ACUM.
            OPEN I-O DESCONTO-ACUM.
            OPEN OUTPUT REL-DESCONTOS.
            PERFORM 1100-GRAVAR-CABECALHO.

       1100-GRAVAR-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'DESCONTOS APROVADOS ACIMA DO LIMITE - MES '
                DELIMITED SIZE
                WRK-REL-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-REL-ANO DELIMITED SIZE
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
            STRING 'PEND.  DOCUMENTO     CLIENTE  VEND  PRODUTO   '
                DELIMITED SIZE
                'QTDE  LIMITE  PEDIDO  CONC  D  APROVADOR     '
                DELIMITED SIZE
                '          DATA      ACIMA DO LIMITE' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:132).
            WRITE REL-LINHA.

       2010-LER-ITEM.
            READ DESC-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                ADD 1 TO WRK-QTD-LIDAS
            END-IF.

      *----------------------------------------------------------------
      * SO AS LINHAS DECIDIDAS NO MES (DATA DA DECISAO NA PROPRIA
      * LINHA) - A LINHA QUE JA ESTAVA DENTRO DO LIMITE NAO TEM
      * DECISAO E NAO ENTRA.
      *----------------------------------------------------------------
       2000-TRATAR-ITEM.
            MOVE DSI-DATA TO WRK-DATA-DEC.
            IF WRK-DEC-ANO = WRK-REL-ANO
                AND WRK-DEC-MES = WRK-REL-MES
                EVALUATE TRUE
                    WHEN DSI-APROVADO
                        ADD 1 TO WRK-QTD-APROVADAS
                        PERFORM 3000-IMPRIMIR-LINHA
                    WHEN DSI-REDUZIDO
                        ADD 1 TO WRK-QTD-REDUZIDAS
                        PERFORM 3000-IMPRIMIR-LINHA
                    WHEN DSI-REJEITADO
                        ADD 1 TO WRK-QTD-REJEITADAS
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            PERFORM 2010-LER-ITEM.

      *----------------------------------------------------------------
      * VALOR DO DESCONTO CONCEDIDO E A PARTE DELE ACIMA DO LIMITE,
      * SOBRE O BRUTO DA LINHA (PRECO X QUANTIDADE).
      *----------------------------------------------------------------
       3000-IMPRIMIR-LINHA.
            MOVE DSI-PENDENCIA TO DSP-NUMERO.
            READ DESC-PEND
                INVALID KEY
                    MOVE SPACE TO DSP-TIPO
                    MOVE ZEROS TO DSP-ORC-NUMERO
                    MOVE ZEROS TO DSP-CLIENTE
                    MOVE ZEROS TO DSP-VENDEDOR
                    MOVE ZEROS TO DSP-PEDIDO-GERADO
                    MOVE ZEROS TO DSP-HOLD-GERADO
            END-READ.
            COMPUTE WRK-BRUTO-LINHA =
                DSI-PRECO-UNIT * DSI-QUANTIDADE.
            COMPUTE WRK-VALOR-DESCONTO ROUNDED =
                WRK-BRUTO-LINHA * DSI-DESCONTO-PCT / 100.
            COMPUTE WRK-VALOR-ACIMA ROUNDED =
                WRK-BRUTO-LINHA
                * (DSI-DESCONTO-PCT - DSI-DESCONTO-LIMITE) / 100.
            ADD WRK-VALOR-DESCONTO TO WRK-TOT-DESCONTO.
            ADD WRK-VALOR-ACIMA TO WRK-TOT-ACIMA.
            MOVE DSI-PENDENCIA TO DET-PENDENCIA.
            EVALUATE TRUE
                WHEN DSP-ORCAMENTO
                    MOVE 'ORCAM.' TO DET-TIPO-DOC
                    MOVE DSP-ORC-NUMERO TO DET-DOCUMENTO
                WHEN DSP-HOLD-GERADO NOT = ZEROS
                    MOVE 'PEDHLD' TO DET-TIPO-DOC
                    MOVE DSP-HOLD-GERADO TO DET-DOCUMENTO
                WHEN OTHER
                    MOVE 'PEDIDO' TO DET-TIPO-DOC
                    MOVE DSP-PEDIDO-GERADO TO DET-DOCUMENTO
            END-EVALUATE.
            MOVE DSP-CLIENTE         TO DET-CLIENTE.
            MOVE DSP-VENDEDOR        TO DET-VENDEDOR.
            MOVE DSI-PRODUTO         TO DET-PRODUTO.
            MOVE DSI-QUANTIDADE      TO DET-QUANTIDADE.
            MOVE DSI-DESCONTO-LIMITE TO DET-LIMITE.
            MOVE DSI-ORIGEM-LIMITE   TO DET-ORIGEM-LIMITE.
            MOVE DSI-DESCONTO-PEDIDO TO DET-PEDIDO.
            MOVE DSI-DESCONTO-PCT    TO DET-CONCEDIDO.
            MOVE DSI-SITUACAO        TO DET-DECISAO.
            MOVE DSI-USUARIO         TO DET-APROVADOR.
            MOVE DSI-DATA            TO DET-DATA.
            MOVE WRK-VALOR-ACIMA     TO DET-VALOR-ACIMA.
            MOVE REL-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.
            PERFORM 5000-SOMAR-APROVADOR.

       5000-SOMAR-APROVADOR.
            MOVE DSI-USUARIO TO TMP-APROVADOR.
            MOVE DSP-VENDEDOR TO TMP-VENDEDOR.
            READ DESCONTO-ACUM
                INVALID KEY
                    MOVE ZEROS TO TMP-QTD-LINHAS
                    MOVE ZEROS TO TMP-VALOR-DESCONTO
                    MOVE ZEROS TO TMP-VALOR-ACIMA
            END-READ.
            ADD 1 TO TMP-QTD-LINHAS.
            ADD WRK-VALOR-DESCONTO TO TMP-VALOR-DESCONTO.
            ADD WRK-VALOR-ACIMA TO TMP-VALOR-ACIMA.
            REWRITE DESCONTO-ACUM-REG
                INVALID KEY
                    WRITE DESCONTO-ACUM-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * RESUMO NA ORDEM DO ACUMULADOR: APROVADOR E, DENTRO DELE,
      * VENDEDOR.
      *----------------------------------------------------------------
       6000-IMPRIMIR-RESUMO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'TOTAIS POR APROVADOR E VENDEDOR:' TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'N' TO WRK-EOF-TEMP.
            MOVE LOW-VALUES TO TMP-CHAVE.
            START DESCONTO-ACUM KEY IS NOT LESS THAN TMP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TEMP
            END-START.
            IF NOT FIM-TEMP
                PERFORM 6010-LER-ACUMULADO
                PERFORM 6020-IMPRIMIR-ACUMULADO UNTIL FIM-TEMP
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-ED.
            MOVE WRK-TOT-ACIMA TO WRK-ACIMA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'APROVADAS: ' DELIMITED SIZE
                WRK-QTD-APROVADAS DELIMITED SIZE
                '  REDUZIDAS: ' DELIMITED SIZE
                WRK-QTD-REDUZIDAS DELIMITED SIZE
                '  REJEITADAS: ' DELIMITED SIZE
                WRK-QTD-REJEITADAS DELIMITED SIZE
                '  DESCONTO CONCEDIDO R$ ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                '  ACIMA DO LIMITE R$ ' DELIMITED SIZE
                WRK-ACIMA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       6010-LER-ACUMULADO.
            READ DESCONTO-ACUM NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TEMP
            END-READ.

       6020-IMPRIMIR-ACUMULADO.
            MOVE TMP-VALOR-DESCONTO TO WRK-TOTAL-ED.
            MOVE TMP-VALOR-ACIMA TO WRK-ACIMA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                TMP-APROVADOR DELIMITED SIZE
                '  VENDEDOR ' DELIMITED SIZE
                TMP-VENDEDOR DELIMITED SIZE
                '  LINHAS ' DELIMITED SIZE
                TMP-QTD-LINHAS DELIMITED SIZE
                '  DESCONTO R$ ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                '  ACIMA DO LIMITE R$ ' DELIMITED SIZE
                WRK-ACIMA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 6010-LER-ACUMULADO.

       9000-FINALIZAR.
            CLOSE DESC-ITENS.
            CLOSE DESC-PEND.
            CLOSE DESCONTO-ACUM.
            CLOSE REL-DESCONTOS.
            DISPLAY 'DESCONTOS ACIMA DO LIMITE GRAVADOS EM DESCREL.TXT'
                ' - LINHAS: ' WRK-QTD-APROVADAS ' APROVADAS, '
                WRK-QTD-REDUZIDAS ' REDUZIDAS'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDAS TO JBL-LIDOS.
            ADD WRK-QTD-APROVADAS WRK-QTD-REDUZIDAS GIVING JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM DESCREL.
