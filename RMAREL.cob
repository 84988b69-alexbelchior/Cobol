      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO MENSAL DE DEVOLUCOES DE MERCADORIA - AS
      *          RMAS RECEBIDAS NO MES PEDIDO (RMAMANU), TOTALIZADAS
      *          POR MOTIVO E POR PRODUTO: QUANTIDADE DEVOLVIDA,
      *          REESTOCADA E SUCATEADA E O CREDITO LANCADO AOS
      *          CLIENTES, COM O NUMERO DE RMAS AUTORIZADAS NO MES E
      *          DAS QUE AINDA AGUARDAM A MERCADORIA. RODA NA CADEIA
      *          MENSAL (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMAS ASSIGN TO 'RMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMA-NUMERO
               ALTERNATE RECORD KEY IS RMA-ORIGEM WITH DUPLICATES
               FILE STATUS IS WRK-FS-RMA.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT WRK-SORTFILE ASSIGN TO 'RMASORT'.
           SELECT REL-DEVOLUCOES ASSIGN TO 'RMAREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  RMAS
           LABEL RECORD IS STANDARD.
           COPY RMAREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-PRODUTO         PIC 9(06).
           05 SORT-RMA             PIC 9(06).
           05 SORT-QUANTIDADE      PIC 9(05).
           05 SORT-REESTOQUE       PIC 9(05).
           05 SORT-SUCATA          PIC 9(05).
           05 SORT-VALOR           PIC 9(09)V99.
       FD  REL-DEVOLUCOES
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RMA       PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-RMA      PIC X(01) VALUE 'N'.
           88 FIM-RMAS     VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-PRODUTO-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECEBIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AUTORIZ-MES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-PROD-RMAS    PIC 9(05) VALUE ZEROS.
       77 WRK-PROD-QTD     PIC 9(07) VALUE ZEROS.
       77 WRK-PROD-REESTOQUE PIC 9(07) VALUE ZEROS.
       77 WRK-PROD-SUCATA  PIC 9(07) VALUE ZEROS.
       77 WRK-PROD-VALOR   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-QTD    PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-VALOR  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-NOME-PRODUTO PIC X(40) VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-AUTORIZ-GRP.
           05 WRK-DATA-AUTORIZ PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-AUTORIZ-ED REDEFINES WRK-DATA-AUTORIZ.
               10 WRK-AUT-ANO   PIC 9(04).
               10 WRK-AUT-MES   PIC 9(02).
               10 WRK-AUT-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * MOTIVOS DE DEVOLUCAO (OS MESMOS 88 DE RMA-MOTIVO NO RMAREG);
      * CODIGO FORA DA TABELA CAI EM OUTROS, A ULTIMA POSICAO.
      *----------------------------------------------------------------
       01 WRK-MOTIVOS-VALORES.
           05 FILLER PIC X(22) VALUE 'DFDEFEITO             '.
           05 FILLER PIC X(22) VALUE 'AVAVARIA NO TRANSPORTE'.
           05 FILLER PIC X(22) VALUE 'EPERRO NO PEDIDO      '.
           05 FILLER PIC X(22) VALUE 'DSDESISTENCIA         '.
           05 FILLER PIC X(22) VALUE 'OUOUTROS              '.
       01 WRK-MOTIVOS-TABELA REDEFINES WRK-MOTIVOS-VALORES.
           05 WRK-MOTIVO OCCURS 5 TIMES.
               10 WRK-MOT-CODIGO    PIC X(02).
               10 WRK-MOT-NOME      PIC X(20).
       01 WRK-MOTIVOS-TOTAIS.
           05 WRK-MOTIVO-TOT OCCURS 5 TIMES.
               10 WRK-MOT-RMAS      PIC 9(05).
               10 WRK-MOT-QTD       PIC 9(07).
               10 WRK-MOT-REESTOQUE PIC 9(07).
               10 WRK-MOT-SUCATA    PIC 9(07).
               10 WRK-MOT-VALOR     PIC 9(11)V99.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-PRODUTO SORT-RMA
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-TOTALIZAR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'RMAREL' TO JBL-PROGRAMA.
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
            INITIALIZE WRK-MOTIVOS-TOTAIS.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN OUTPUT REL-DEVOLUCOES.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'DEVOLUCOES RECEBIDAS NO MES ' DELIMITED SIZE
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

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - LIBERA UM REGISTRO POR RMA
      * RECEBIDA NO MES PEDIDO E JA ACUMULA O QUADRO POR MOTIVO;
      * CONTA TAMBEM AS AUTORIZADAS NO MES E AS QUE AINDA ESPERAM A
      * MERCADORIA.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT RMAS.
            IF WRK-FS-RMA = '00'
                PERFORM 2010-LER-RMA
                PERFORM 2020-LIBERAR-RMA UNTIL FIM-RMAS
                CLOSE RMAS
            END-IF.

       2010-LER-RMA.
            READ RMAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RMA
            END-READ.

       2020-LIBERAR-RMA.
            ADD 1 TO WRK-QTD-LIDOS.
            MOVE RMA-DATA-AUTORIZACAO TO WRK-DATA-AUTORIZ.
            IF WRK-AUT-ANO = WRK-PED-ANO
                AND WRK-AUT-MES = WRK-PED-MES
                ADD 1 TO WRK-QTD-AUTORIZ-MES
            END-IF.
            IF RMA-AUTORIZADA
                ADD 1 TO WRK-QTD-PENDENTES
            END-IF.
            IF RMA-RECEBIDA
                AND RMA-RECEB-ANO = WRK-PED-ANO
                AND RMA-RECEB-MES = WRK-PED-MES
                ADD 1 TO WRK-QTD-RECEBIDAS
                MOVE RMA-PRODUTO TO SORT-PRODUTO
                MOVE RMA-NUMERO TO SORT-RMA
                COMPUTE SORT-QUANTIDADE =
                    RMA-QTD-REESTOQUE + RMA-QTD-SUCATA
                MOVE RMA-QTD-REESTOQUE TO SORT-REESTOQUE
                MOVE RMA-QTD-SUCATA TO SORT-SUCATA
                MOVE RMA-VALOR-CREDITADO TO SORT-VALOR
                RELEASE SORT-REG
                PERFORM 2030-LOCALIZAR-MOTIVO
                ADD 1 TO WRK-MOT-RMAS (WRK-IDX)
                ADD SORT-QUANTIDADE TO WRK-MOT-QTD (WRK-IDX)
                ADD SORT-REESTOQUE TO WRK-MOT-REESTOQUE (WRK-IDX)
                ADD SORT-SUCATA TO WRK-MOT-SUCATA (WRK-IDX)
                ADD SORT-VALOR TO WRK-MOT-VALOR (WRK-IDX)
            END-IF.
            PERFORM 2010-LER-RMA.

       2030-LOCALIZAR-MOTIVO.
            MOVE 1 TO WRK-IDX.
            PERFORM 2040-COMPARAR-MOTIVO
                UNTIL WRK-IDX = 5
                OR WRK-MOT-CODIGO (WRK-IDX) = RMA-MOTIVO.

       2040-COMPARAR-MOTIVO.
            ADD 1 TO WRK-IDX.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA - PRIMEIRO O QUADRO POR MOTIVO (JA
      * COMPLETO AO FIM DA ENTRADA), DEPOIS A QUEBRA POR PRODUTO.
      *----------------------------------------------------------------
       3000-TOTALIZAR.
            PERFORM 3050-IMPRIMIR-MOTIVOS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POR PRODUTO                          RMAS'
                DELIMITED SIZE
                ' DEVOLVIDO REESTOQUE   SUCATA' DELIMITED SIZE
                '        CREDITO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-ACUMULAR UNTIL FIM-SORT.
            IF NOT PRIMEIRO-REGISTRO
                PERFORM 3100-IMPRIMIR-PRODUTO
            END-IF.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-ACUMULAR.
            IF NOT PRIMEIRO-REGISTRO
                AND SORT-PRODUTO NOT = WRK-PRODUTO-ANT
                PERFORM 3100-IMPRIMIR-PRODUTO
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE SORT-PRODUTO TO WRK-PRODUTO-ANT.
            ADD 1 TO WRK-PROD-RMAS.
            ADD SORT-QUANTIDADE TO WRK-PROD-QTD.
            ADD SORT-REESTOQUE TO WRK-PROD-REESTOQUE.
            ADD SORT-SUCATA TO WRK-PROD-SUCATA.
            ADD SORT-VALOR TO WRK-PROD-VALOR.
            ADD SORT-QUANTIDADE TO WRK-TOTAL-QTD.
            ADD SORT-VALOR TO WRK-TOTAL-VALOR.
            PERFORM 3010-RETORNAR-SORT.

       3050-IMPRIMIR-MOTIVOS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POR MOTIVO                           RMAS'
                DELIMITED SIZE
                ' DEVOLVIDO REESTOQUE   SUCATA' DELIMITED SIZE
                '        CREDITO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-IDX.
            PERFORM 3060-IMPRIMIR-MOTIVO UNTIL WRK-IDX > 5.

       3060-IMPRIMIR-MOTIVO.
            MOVE WRK-MOT-VALOR (WRK-IDX) TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-MOT-CODIGO (WRK-IDX) DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-MOT-NOME (WRK-IDX) DELIMITED SIZE
                '           ' DELIMITED SIZE
                WRK-MOT-RMAS (WRK-IDX) DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-MOT-QTD (WRK-IDX) DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-MOT-REESTOQUE (WRK-IDX) DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-MOT-SUCATA (WRK-IDX) DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD 1 TO WRK-IDX.

       3100-IMPRIMIR-PRODUTO.
            MOVE WRK-PRODUTO-ANT TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME-PRODUTO
                NOT INVALID KEY
                    MOVE PRO-DESCRICAO TO WRK-NOME-PRODUTO
            END-READ.
            MOVE WRK-PROD-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-PRODUTO-ANT DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-PRODUTO (1:28) DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-PROD-RMAS DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-PROD-QTD DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-PROD-REESTOQUE DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-PROD-SUCATA DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-PROD-RMAS.
            MOVE ZEROS TO WRK-PROD-QTD.
            MOVE ZEROS TO WRK-PROD-REESTOQUE.
            MOVE ZEROS TO WRK-PROD-SUCATA.
            MOVE ZEROS TO WRK-PROD-VALOR.

       4000-FINALIZAR.
            MOVE WRK-TOTAL-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'RMAS RECEBIDAS NO MES: ' DELIMITED SIZE
                WRK-QTD-RECEBIDAS DELIMITED SIZE
                '  UNIDADES: ' DELIMITED SIZE
                WRK-TOTAL-QTD DELIMITED SIZE
                '  CREDITO AOS CLIENTES: ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'RMAS AUTORIZADAS NO MES: ' DELIMITED SIZE
                WRK-QTD-AUTORIZ-MES DELIMITED SIZE
                '  AGUARDANDO A MERCADORIA: ' DELIMITED SIZE
                WRK-QTD-PENDENTES DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE PRODUTOS-MASTER.
            CLOSE REL-DEVOLUCOES.
            DISPLAY 'RELATORIO DE DEVOLUCOES GRAVADO EM RMAREL.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE ZEROS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM RMAREL.
