      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CONFORMIDADE DA CONTAGEM CICLICA - LISTA OS PRODUTOS
      *          COM CONTAGEM ATRASADA (AGENDA DO PRODABC JA PASSADA
      *          SEM CONTAGEM FECHADA DESDE ENTAO) E, POR CLASSE ABC,
      *          O CUMPRIMENTO DA AGENDA DO MES (AGENDADOS NO MES JA
      *          CONTADOS) E A ACURACIDADE DAS CONTAGENS FECHADAS NO
      *          MES (LINHAS CONTADAS SEM DIVERGENCIA SOBRE O TOTAL DE
      *          LINHAS CONTADAS, DO CONTAGEM/CTGITEN). RODA NA CADEIA
      *          MENSAL (CLMENSAL), ANTES DA NOVA AGENDA DO ESTABC.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS-ABC ASSIGN TO 'PRODABC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABC-PRODUTO
               FILE STATUS IS WRK-FS-PRODABC.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT CONTAGENS ASSIGN TO 'CONTAGEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTG-NUMERO
               FILE STATUS IS WRK-FS-CONTAGEM.
           SELECT CONTAGEM-ITENS ASSIGN TO 'CTGITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGI-CHAVE
               FILE STATUS IS WRK-FS-CTGITEM.
           SELECT REL-CONFORMIDADE ASSIGN TO 'INVCONF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS-ABC
           LABEL RECORD IS STANDARD.
           COPY ABCREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  CONTAGENS
           LABEL RECORD IS STANDARD.
           COPY CTGREG.
       FD  CONTAGEM-ITENS
           LABEL RECORD IS STANDARD.
           COPY CTGIREG.
       FD  REL-CONFORMIDADE
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRODABC   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-CONTAGEM  PIC X(02) VALUE '00'.
       77 WRK-FS-CTGITEM   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ABC      PIC X(01) VALUE 'N'.
           88 FIM-ABC      VALUE 'S'.
       77 WRK-EOF-CONTAGEM PIC X(01) VALUE 'N'.
           88 FIM-CONTAGENS VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-CLASSE-IDX   PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ATRASADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONTAGENS PIC 9(06) VALUE ZEROS.
       77 WRK-PERC-ED      PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-CUMPR-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PERCENTUAL   PIC 9(03)V99 VALUE ZEROS.
       01 WRK-MES-REL.
           05 WRK-REL-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-REL-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-AUX-GRP.
           05 WRK-DATA-AUX     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-AUX-ED REDEFINES WRK-DATA-AUX.
               10 WRK-AUX-ANO   PIC 9(04).
               10 WRK-AUX-MES   PIC 9(02).
               10 WRK-AUX-DIA   PIC 9(02).
      *----------------------------------------------------------------
      * ACUMULADORES POR CLASSE (1 = A, 2 = B, 3 = C).
      *----------------------------------------------------------------
       01 WRK-CLASSES-VALORES.
           05 FILLER           PIC X(03) VALUE 'ABC'.
       01 WRK-CLASSES-TABELA REDEFINES WRK-CLASSES-VALORES.
           05 WRK-CLASSE-LETRA PIC X(01) OCCURS 3 TIMES.
       01 WRK-TOTAIS-CLASSE.
           05 WRK-TOT-CLASSE OCCURS 3 TIMES.
               10 WRK-TOT-PRODUTOS  PIC 9(06).
               10 WRK-TOT-ATRASADOS PIC 9(06).
               10 WRK-TOT-AGENDADOS PIC 9(06).
               10 WRK-TOT-CUMPRIDOS PIC 9(06).
               10 WRK-TOT-LINHAS    PIC 9(07).
               10 WRK-TOT-EXATAS    PIC 9(07).
       01 REL-DETALHE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DET-PRODUTO           PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-DESCRICAO         PIC X(40).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DET-CLASSE            PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DET-AGENDA            PIC 99/99/9999.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DET-ULT-CONTAGEM      PIC 99/99/9999.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DET-NUMERO            PIC ZZZZZ9.
       01 WRK-DATA-DMA.
           05 WRK-DMA-DIA          PIC 9(02).
           05 WRK-DMA-MES          PIC 9(02).
           05 WRK-DMA-ANO          PIC 9(04).
       01 WRK-DATA-DMA-NUM REDEFINES WRK-DATA-DMA PIC 9(08).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-LISTAR-ATRASADOS.
            PERFORM 3000-APURAR-CONTAGENS.
            PERFORM 4000-IMPRIMIR-CLASSES.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DA ACURACIDADE E DO CUMPRIMENTO VEM DO SYSIN (ANO E
      * MES); ZEROS SIGNIFICA O MES ANTERIOR AO DA EXECUCAO, O CASO
      * NORMAL DA CADEIA MENSAL. O ATRASO E SEMPRE NA DATA DE HOJE.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'INVCONF' TO JBL-PROGRAMA.
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
            INITIALIZE WRK-TOTAIS-CLASSE.
            OPEN INPUT PRODUTOS-ABC.
            IF WRK-FS-PRODABC = '35'
                CLOSE PRODUTOS-ABC
                OPEN OUTPUT PRODUTOS-ABC
                CLOSE PRODUTOS-ABC
                OPEN INPUT PRODUTOS-ABC
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN INPUT CONTAGENS.
            IF WRK-FS-CONTAGEM = '35'
                CLOSE CONTAGENS
                OPEN OUTPUT CONTAGENS
                CLOSE CONTAGENS
                OPEN INPUT CONTAGENS
            END-IF.
            OPEN INPUT CONTAGEM-ITENS.
            IF WRK-FS-CTGITEM = '35'
                CLOSE CONTAGEM-ITENS
                OPEN OUTPUT CONTAGEM-ITENS
                CLOSE CONTAGEM-ITENS
                OPEN INPUT CONTAGEM-ITENS
            END-IF.
            OPEN OUTPUT REL-CONFORMIDADE.
            PERFORM 1100-GRAVAR-CABECALHO.

       1100-GRAVAR-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONFORMIDADE DA CONTAGEM CICLICA - MES '
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
            STRING 'PRODUTOS COM CONTAGEM ATRASADA (AGENDA VENCIDA '
                DELIMITED SIZE
                'SEM CONTAGEM FECHADA DESDE ENTAO):' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING '   PRODUTO DESCRICAO                          '
                DELIMITED SIZE
                '       CLASSE  AGENDADA    ULT.CONTAGEM  NUMERO'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:132).
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * VARREDURA DO PRODABC - CONTA OS PRODUTOS DE CADA CLASSE, OS
      * AGENDADOS NO MES (E QUANTOS DELES JA FORAM CONTADOS DESDE A
      * AGENDA) E LISTA OS ATRASADOS NA DATA DE HOJE.
      *----------------------------------------------------------------
       2000-LISTAR-ATRASADOS.
            MOVE 'N' TO WRK-EOF-ABC.
            MOVE ZEROS TO ABC-PRODUTO.
            START PRODUTOS-ABC KEY IS NOT LESS THAN ABC-PRODUTO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ABC
            END-START.
            IF NOT FIM-ABC
                PERFORM 2010-LER-ABC
                PERFORM 2020-TRATAR-PRODUTO UNTIL FIM-ABC
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTOS ATRASADOS: ' DELIMITED SIZE
                WRK-QTD-ATRASADOS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       2010-LER-ABC.
            READ PRODUTOS-ABC NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ABC
            END-READ.
            IF NOT FIM-ABC
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2020-TRATAR-PRODUTO.
            PERFORM 2030-INDICE-CLASSE.
            ADD 1 TO WRK-TOT-PRODUTOS (WRK-CLASSE-IDX).
            MOVE ABC-DATA-AGENDA TO WRK-DATA-AUX.
            IF WRK-AUX-ANO = WRK-REL-ANO
                AND WRK-AUX-MES = WRK-REL-MES
                ADD 1 TO WRK-TOT-AGENDADOS (WRK-CLASSE-IDX)
                IF ABC-DATA-ULT-CONTAGEM NOT < ABC-DATA-AGENDA
                    ADD 1 TO WRK-TOT-CUMPRIDOS (WRK-CLASSE-IDX)
                END-IF
            END-IF.
            IF ABC-DATA-AGENDA NOT = ZEROS
                AND ABC-DATA-AGENDA < WRK-DATA-HOJE
                AND ABC-DATA-ULT-CONTAGEM < ABC-DATA-AGENDA
                ADD 1 TO WRK-QTD-ATRASADOS
                ADD 1 TO WRK-TOT-ATRASADOS (WRK-CLASSE-IDX)
                PERFORM 2100-IMPRIMIR-ATRASADO
            END-IF.
            PERFORM 2010-LER-ABC.

       2030-INDICE-CLASSE.
            EVALUATE TRUE
                WHEN PRODUTO-CLASSE-A
                    MOVE 1 TO WRK-CLASSE-IDX
                WHEN PRODUTO-CLASSE-B
                    MOVE 2 TO WRK-CLASSE-IDX
                WHEN OTHER
                    MOVE 3 TO WRK-CLASSE-IDX
            END-EVALUATE.

       2100-IMPRIMIR-ATRASADO.
            MOVE ABC-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO PRO-DESCRICAO
            END-READ.
            MOVE ABC-PRODUTO TO DET-PRODUTO.
            MOVE PRO-DESCRICAO TO DET-DESCRICAO.
            MOVE WRK-CLASSE-LETRA (WRK-CLASSE-IDX) TO DET-CLASSE.
            MOVE ABC-DATA-AGENDA TO WRK-DATA-AUX.
            PERFORM 2110-DATA-DMA.
            MOVE WRK-DATA-DMA-NUM TO DET-AGENDA.
            MOVE ABC-DATA-ULT-CONTAGEM TO WRK-DATA-AUX.
            PERFORM 2110-DATA-DMA.
            MOVE WRK-DATA-DMA-NUM TO DET-ULT-CONTAGEM.
            MOVE ABC-ULT-CONTAGEM TO DET-NUMERO.
            MOVE REL-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.

       2110-DATA-DMA.
            MOVE WRK-AUX-DIA TO WRK-DMA-DIA.
            MOVE WRK-AUX-MES TO WRK-DMA-MES.
            MOVE WRK-AUX-ANO TO WRK-DMA-ANO.

      *----------------------------------------------------------------
      * ACURACIDADE - CONTAGENS FECHADAS (DIVERGENCIAS APROVADAS) COM
      * DATA NO MES; CADA LINHA CONTADA VAI PARA A CLASSE ATUAL DO
      * PRODUTO E E EXATA QUANDO O CONTADO BATE COM O LIVRO.
      *----------------------------------------------------------------
       3000-APURAR-CONTAGENS.
            MOVE 'N' TO WRK-EOF-CONTAGEM.
            MOVE ZEROS TO CTG-NUMERO.
            START CONTAGENS KEY IS NOT LESS THAN CTG-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CONTAGEM
            END-START.
            IF NOT FIM-CONTAGENS
                PERFORM 3010-LER-CONTAGEM
                PERFORM 3020-TRATAR-CONTAGEM UNTIL FIM-CONTAGENS
            END-IF.

       3010-LER-CONTAGEM.
            READ CONTAGENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CONTAGEM
            END-READ.

       3020-TRATAR-CONTAGEM.
            MOVE CTG-DATA TO WRK-DATA-AUX.
            IF CONTAGEM-FECHADA
                AND WRK-AUX-ANO = WRK-REL-ANO
                AND WRK-AUX-MES = WRK-REL-MES
                ADD 1 TO WRK-QTD-CONTAGENS
                PERFORM 3100-APURAR-LINHAS
            END-IF.
            PERFORM 3010-LER-CONTAGEM.

       3100-APURAR-LINHAS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE CTG-NUMERO TO CGI-CONTAGEM.
            MOVE ZEROS TO CGI-PRODUTO.
            START CONTAGEM-ITENS KEY IS NOT LESS THAN CGI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 3110-LER-ITEM
                PERFORM 3120-APURAR-LINHA UNTIL FIM-ITENS
            END-IF.

       3110-LER-ITEM.
            READ CONTAGEM-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                AND CGI-CONTAGEM NOT = CTG-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

       3120-APURAR-LINHA.
            IF LINHA-CONTADA
                MOVE CGI-PRODUTO TO ABC-PRODUTO
                READ PRODUTOS-ABC
                    INVALID KEY
                        MOVE 'C' TO ABC-CLASSE
                END-READ
                PERFORM 2030-INDICE-CLASSE
                ADD 1 TO WRK-TOT-LINHAS (WRK-CLASSE-IDX)
                IF CGI-QTD-CONTADA = CGI-QTD-LIVRO
                    ADD 1 TO WRK-TOT-EXATAS (WRK-CLASSE-IDX)
                END-IF
            END-IF.
            PERFORM 3110-LER-ITEM.

      *----------------------------------------------------------------
      * QUADRO POR CLASSE. SEM AGENDA OU SEM LINHA CONTADA NO MES O
      * PERCENTUAL SAI ZERADO.
      *----------------------------------------------------------------
       4000-IMPRIMIR-CLASSES.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'CUMPRIMENTO DA AGENDA E ACURACIDADE POR CLASSE - '
                DELIMITED SIZE
                WRK-QTD-CONTAGENS DELIMITED SIZE
                ' CONTAGENS FECHADAS NO MES' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING '   CLASSE  PRODUTOS  ATRASADOS  AGENDADOS  '
                DELIMITED SIZE
                'CONTADOS  CUMPRIM.%  LINHAS  EXATAS  ACURACIDADE%'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-CLASSE-IDX.
            PERFORM 4100-IMPRIMIR-CLASSE 3 TIMES.

       4100-IMPRIMIR-CLASSE.
            MOVE ZEROS TO WRK-PERCENTUAL.
            IF WRK-TOT-AGENDADOS (WRK-CLASSE-IDX) > ZEROS
                COMPUTE WRK-PERCENTUAL ROUNDED =
                    WRK-TOT-CUMPRIDOS (WRK-CLASSE-IDX) * 100
                    / WRK-TOT-AGENDADOS (WRK-CLASSE-IDX)
            END-IF.
            MOVE WRK-PERCENTUAL TO WRK-PERC-CUMPR-ED.
            MOVE ZEROS TO WRK-PERCENTUAL.
            IF WRK-TOT-LINHAS (WRK-CLASSE-IDX) > ZEROS
                COMPUTE WRK-PERCENTUAL ROUNDED =
                    WRK-TOT-EXATAS (WRK-CLASSE-IDX) * 100
                    / WRK-TOT-LINHAS (WRK-CLASSE-IDX)
            END-IF.
            MOVE WRK-PERCENTUAL TO WRK-PERC-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                WRK-CLASSE-LETRA (WRK-CLASSE-IDX) DELIMITED SIZE
                '       ' DELIMITED SIZE
                WRK-TOT-PRODUTOS (WRK-CLASSE-IDX) DELIMITED SIZE
                '     ' DELIMITED SIZE
                WRK-TOT-ATRASADOS (WRK-CLASSE-IDX) DELIMITED SIZE
                '     ' DELIMITED SIZE
                WRK-TOT-AGENDADOS (WRK-CLASSE-IDX) DELIMITED SIZE
                '    ' DELIMITED SIZE
                WRK-TOT-CUMPRIDOS (WRK-CLASSE-IDX) DELIMITED SIZE
                '     ' DELIMITED SIZE
                WRK-PERC-CUMPR-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-TOT-LINHAS (WRK-CLASSE-IDX) DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-TOT-EXATAS (WRK-CLASSE-IDX) DELIMITED SIZE
                '        ' DELIMITED SIZE
                WRK-PERC-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD 1 TO WRK-CLASSE-IDX.

       9000-FINALIZAR.
            CLOSE PRODUTOS-ABC.
            CLOSE PRODUTOS-MASTER.
            CLOSE CONTAGENS.
            CLOSE CONTAGEM-ITENS.
            CLOSE REL-CONFORMIDADE.
            DISPLAY 'CONFORMIDADE DA CONTAGEM GRAVADA EM INVCONF.TXT'
                ' - ATRASADOS: ' WRK-QTD-ATRASADOS
                ' CONTAGENS NO MES: ' WRK-QTD-CONTAGENS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-ATRASADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM INVCONF.
