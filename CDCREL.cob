      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: AUDITORIA MENSAL DO CUSTO DE DESEMBARQUE - RATEIOS DE
      *          DOCUMENTOS DE CUSTO (FRETE, ADUANA, SEGURO) FEITOS NO
      *          MES PELO CDCMANU (ARQUIVO CDRATEIO). PRIMEIRO POR
      *          RECEBIMENTO (DOCUMENTO/OC, LINHA A LINHA, COM O CUSTO
      *          MEDIO ANTES E DEPOIS), DEPOIS O ACRESCIMO POR PRODUTO
      *          (PARTE QUE ENTROU NO CUSTO MEDIO E PARTE QUE FOI PARA
      *          RESULTADO POR JA TER SAIDO DO ESTOQUE). O MES VEM DO
      *          SYSIN (ANO E MES; ZEROS = MES ANTERIOR).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO-CUSTO ASSIGN TO 'CDRATEIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CDR-CHAVE
               FILE STATUS IS WRK-FS-RATEIO.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT REL-CUSTO ASSIGN TO 'CDCREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATEIO-CUSTO
           LABEL RECORD IS STANDARD.
           COPY CDRREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  REL-CUSTO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RATEIO    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-RATEIO   PIC X(01) VALUE 'N'.
           88 FIM-RATEIO   VALUE 'S'.
       77 WRK-SUB          PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-TABELA PIC 9(06) VALUE ZEROS.
       77 WRK-DOC-ANT      PIC 9(06) VALUE ZEROS.
       77 WRK-OC-ANT       PIC 9(06) VALUE ZEROS.
       77 WRK-REC-RATEADO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REC-ESTOQUE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REC-RESULTADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RATEADO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ESTOQUE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RESULTADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL   PIC S9(05)V99 VALUE ZEROS.
       77 WRK-NOME         PIC X(30) VALUE SPACES.
       77 WRK-TIPO-ED      PIC X(06) VALUE SPACES.
       77 WRK-QTD-ED       PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED1    PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2    PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3    PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED1    PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED2    PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PERCENTUAL-ED PIC -ZZZ9,99 VALUE ZEROS.
       01 WRK-MES-RATEIO.
           05 WRK-RAT-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-RAT-MES      PIC 9(02) VALUE ZEROS.
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
      * PRODUTOS RATEADOS NO MES - O CUSTO ANTES E O DO PRIMEIRO
      * RATEIO DO MES E O CUSTO DEPOIS O DO ULTIMO (CDRATEIO VEM NA
      * ORDEM DO DOCUMENTO, QUE E NUMERADO NA SEQUENCIA DO LANCAMENTO).
      * A ULTIMA POSICAO FICA LIVRE PARA A PROCURA PARAR NELA.
      *----------------------------------------------------------------
       01 WRK-PRODUTOS-TABELA.
           05 WRK-PRODUTO-MES OCCURS 500 TIMES.
               10 WRK-TPR-PRODUTO      PIC 9(06).
               10 WRK-TPR-QTD          PIC 9(07).
               10 WRK-TPR-RATEADO      PIC 9(09)V99.
               10 WRK-TPR-ESTOQUE      PIC 9(09)V99.
               10 WRK-TPR-RESULTADO    PIC 9(09)V99.
               10 WRK-TPR-CUSTO-ANTES  PIC 9(07)V99.
               10 WRK-TPR-CUSTO-DEPOIS PIC 9(07)V99.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-LISTAR-RECEBIMENTOS.
            PERFORM 3000-IMPRIMIR-PRODUTOS.
            PERFORM 4000-RESUMO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'CDCREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-RAT-ANO.
            ACCEPT WRK-RAT-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-RAT-ANO = ZEROS OR WRK-RAT-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-RAT-ANO
                MOVE WRK-HOJE-MES TO WRK-RAT-MES
                IF WRK-RAT-MES = 01
                    MOVE 12 TO WRK-RAT-MES
                    SUBTRACT 1 FROM WRK-RAT-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-RAT-MES
                END-IF
            END-IF.
            INITIALIZE WRK-PRODUTOS-TABELA.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN OUTPUT REL-CUSTO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CUSTO DE DESEMBARQUE RATEADO - MES '
                DELIMITED SIZE
                WRK-RAT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-RAT-ANO DELIMITED SIZE
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
      * POR RECEBIMENTO - UMA LINHA POR LINHA DE OC RATEADA NO MES E
      * O TOTAL A CADA TROCA DE DOCUMENTO/OC.
      *----------------------------------------------------------------
       2000-LISTAR-RECEBIMENTOS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POR RECEBIMENTO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'DOCTO  OC     LIN PRODUTO TIPO     QTD'
                DELIMITED SIZE
                '      RATEADO     NO CUSTO    RESULTADO' DELIMITED SIZE
                ' CUSTO ANTES CUSTO DEPOIS  ACRESC%' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            OPEN INPUT RATEIO-CUSTO.
            IF WRK-FS-RATEIO = '00'
                PERFORM 2010-LER-RATEIO
                PERFORM 2020-TRATAR-RATEIO UNTIL FIM-RATEIO
                IF WRK-DOC-ANT NOT = ZEROS
                    PERFORM 2200-TOTAL-RECEBIMENTO
                END-IF
                CLOSE RATEIO-CUSTO
            END-IF.

       2010-LER-RATEIO.
            READ RATEIO-CUSTO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RATEIO
            END-READ.
            IF NOT FIM-RATEIO
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2020-TRATAR-RATEIO.
            MOVE CDR-DATA TO WRK-DATA-AUX.
            IF WRK-AUX-ANO = WRK-RAT-ANO
                AND WRK-AUX-MES = WRK-RAT-MES
                IF WRK-DOC-ANT NOT = ZEROS
                    AND (CDR-DOCUMENTO NOT = WRK-DOC-ANT
                    OR CDR-OC NOT = WRK-OC-ANT)
                    PERFORM 2200-TOTAL-RECEBIMENTO
                END-IF
                MOVE CDR-DOCUMENTO TO WRK-DOC-ANT
                MOVE CDR-OC TO WRK-OC-ANT
                ADD 1 TO WRK-QTD-LINHAS
                PERFORM 2100-LINHA-RATEIO
                PERFORM 2300-ACUMULAR-PRODUTO
            END-IF.
            PERFORM 2010-LER-RATEIO.

       2100-LINHA-RATEIO.
            EVALUATE CDR-TIPO
                WHEN 'F'
                    MOVE 'FRETE' TO WRK-TIPO-ED
                WHEN 'A'
                    MOVE 'ADUANA' TO WRK-TIPO-ED
                WHEN OTHER
                    MOVE 'SEGURO' TO WRK-TIPO-ED
            END-EVALUATE.
            MOVE ZEROS TO WRK-PERCENTUAL.
            IF CDR-CUSTO-ANTES > ZEROS
                COMPUTE WRK-PERCENTUAL ROUNDED =
                    (CDR-CUSTO-DEPOIS - CDR-CUSTO-ANTES) * 100
                    / CDR-CUSTO-ANTES
            END-IF.
            MOVE CDR-QTD-RECEBIDA TO WRK-QTD-ED.
            MOVE CDR-VALOR-RATEADO TO WRK-VALOR-ED1.
            MOVE CDR-VALOR-ESTOQUE TO WRK-VALOR-ED2.
            MOVE CDR-VALOR-RESULTADO TO WRK-VALOR-ED3.
            MOVE CDR-CUSTO-ANTES TO WRK-CUSTO-ED1.
            MOVE CDR-CUSTO-DEPOIS TO WRK-CUSTO-ED2.
            MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING CDR-DOCUMENTO DELIMITED SIZE
                ' ' CDR-OC DELIMITED SIZE
                ' ' CDR-LINHA DELIMITED SIZE
                ' ' CDR-PRODUTO DELIMITED SIZE
                '  ' WRK-TIPO-ED DELIMITED SIZE
                ' ' WRK-QTD-ED DELIMITED SIZE
                ' ' WRK-VALOR-ED1 DELIMITED SIZE
                ' ' WRK-VALOR-ED2 DELIMITED SIZE
                ' ' WRK-VALOR-ED3 DELIMITED SIZE
                '  ' WRK-CUSTO-ED1 DELIMITED SIZE
                '   ' WRK-CUSTO-ED2 DELIMITED SIZE
                ' ' WRK-PERCENTUAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD CDR-VALOR-RATEADO TO WRK-REC-RATEADO.
            ADD CDR-VALOR-ESTOQUE TO WRK-REC-ESTOQUE.
            ADD CDR-VALOR-RESULTADO TO WRK-REC-RESULTADO.

       2200-TOTAL-RECEBIMENTO.
            MOVE WRK-REC-RATEADO TO WRK-VALOR-ED1.
            MOVE WRK-REC-ESTOQUE TO WRK-VALOR-ED2.
            MOVE WRK-REC-RESULTADO TO WRK-VALOR-ED3.
            MOVE SPACES TO REL-LINHA.
            STRING '   TOTAL DO RECEBIMENTO (DOCTO ' DELIMITED SIZE
                WRK-DOC-ANT DELIMITED SIZE
                ' OC ' DELIMITED SIZE
                WRK-OC-ANT DELIMITED SIZE
                ')   ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                ' ' WRK-VALOR-ED2 DELIMITED SIZE
                ' ' WRK-VALOR-ED3 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD WRK-REC-RATEADO TO WRK-TOT-RATEADO.
            ADD WRK-REC-ESTOQUE TO WRK-TOT-ESTOQUE.
            ADD WRK-REC-RESULTADO TO WRK-TOT-RESULTADO.
            MOVE ZEROS TO WRK-REC-RATEADO.
            MOVE ZEROS TO WRK-REC-ESTOQUE.
            MOVE ZEROS TO WRK-REC-RESULTADO.

       2300-ACUMULAR-PRODUTO.
            MOVE 1 TO WRK-SUB.
            PERFORM 2310-PROCURAR-PRODUTO
                UNTIL WRK-SUB > WRK-QTD-PRODUTOS
                OR WRK-TPR-PRODUTO (WRK-SUB) = CDR-PRODUTO.
            IF WRK-SUB > WRK-QTD-PRODUTOS
                AND WRK-QTD-PRODUTOS < 499
                ADD 1 TO WRK-QTD-PRODUTOS
                MOVE CDR-PRODUTO TO WRK-TPR-PRODUTO (WRK-SUB)
                MOVE CDR-CUSTO-ANTES TO WRK-TPR-CUSTO-ANTES (WRK-SUB)
            END-IF.
            IF WRK-SUB > WRK-QTD-PRODUTOS
                ADD 1 TO WRK-QTD-SEM-TABELA
            ELSE
                ADD CDR-QTD-RECEBIDA TO WRK-TPR-QTD (WRK-SUB)
                ADD CDR-VALOR-RATEADO TO WRK-TPR-RATEADO (WRK-SUB)
                ADD CDR-VALOR-ESTOQUE TO WRK-TPR-ESTOQUE (WRK-SUB)
                ADD CDR-VALOR-RESULTADO TO WRK-TPR-RESULTADO (WRK-SUB)
                MOVE CDR-CUSTO-DEPOIS TO WRK-TPR-CUSTO-DEPOIS (WRK-SUB)
            END-IF.

       2310-PROCURAR-PRODUTO.
            ADD 1 TO WRK-SUB.

      *----------------------------------------------------------------
      * POR PRODUTO - ACRESCIMO DO MES NO CUSTO MEDIO UNITARIO.
      *----------------------------------------------------------------
       3000-IMPRIMIR-PRODUTOS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POR PRODUTO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTO DESCRICAO                        QTD'
                DELIMITED SIZE
                '      RATEADO     NO CUSTO    RESULTADO' DELIMITED SIZE
                ' CUSTO ANTES CUSTO DEPOIS  ACRESC%' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-SUB.
            PERFORM 3100-LINHA-PRODUTO
                UNTIL WRK-SUB > WRK-QTD-PRODUTOS.

       3100-LINHA-PRODUTO.
            MOVE WRK-TPR-PRODUTO (WRK-SUB) TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME
                NOT INVALID KEY
                    MOVE PRO-DESCRICAO TO WRK-NOME
            END-READ.
            MOVE ZEROS TO WRK-PERCENTUAL.
            IF WRK-TPR-CUSTO-ANTES (WRK-SUB) > ZEROS
                COMPUTE WRK-PERCENTUAL ROUNDED =
                    (WRK-TPR-CUSTO-DEPOIS (WRK-SUB)
                    - WRK-TPR-CUSTO-ANTES (WRK-SUB)) * 100
                    / WRK-TPR-CUSTO-ANTES (WRK-SUB)
            END-IF.
            MOVE WRK-TPR-QTD (WRK-SUB) TO WRK-QTD-ED.
            MOVE WRK-TPR-RATEADO (WRK-SUB) TO WRK-VALOR-ED1.
            MOVE WRK-TPR-ESTOQUE (WRK-SUB) TO WRK-VALOR-ED2.
            MOVE WRK-TPR-RESULTADO (WRK-SUB) TO WRK-VALOR-ED3.
            MOVE WRK-TPR-CUSTO-ANTES (WRK-SUB) TO WRK-CUSTO-ED1.
            MOVE WRK-TPR-CUSTO-DEPOIS (WRK-SUB) TO WRK-CUSTO-ED2.
            MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-TPR-PRODUTO (WRK-SUB) DELIMITED SIZE
                '  ' WRK-NOME DELIMITED SIZE
                ' ' WRK-QTD-ED DELIMITED SIZE
                ' ' WRK-VALOR-ED1 DELIMITED SIZE
                ' ' WRK-VALOR-ED2 DELIMITED SIZE
                ' ' WRK-VALOR-ED3 DELIMITED SIZE
                '  ' WRK-CUSTO-ED1 DELIMITED SIZE
                '   ' WRK-CUSTO-ED2 DELIMITED SIZE
                ' ' WRK-PERCENTUAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD 1 TO WRK-SUB.

       4000-RESUMO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOT-RATEADO TO WRK-VALOR-ED1.
            MOVE WRK-TOT-ESTOQUE TO WRK-VALOR-ED2.
            MOVE WRK-TOT-RESULTADO TO WRK-VALOR-ED3.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL RATEADO NO MES: ' DELIMITED SIZE
                WRK-VALOR-ED1 DELIMITED SIZE
                '   NO CUSTO MEDIO: ' DELIMITED SIZE
                WRK-VALOR-ED2 DELIMITED SIZE
                '   EM RESULTADO: ' DELIMITED SIZE
                WRK-VALOR-ED3 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF WRK-QTD-SEM-TABELA > ZEROS
                MOVE WRK-QTD-SEM-TABELA TO WRK-QTD-ED
                MOVE SPACES TO REL-LINHA
                STRING 'LINHAS FORA DO RESUMO POR PRODUTO (TABELA '
                    DELIMITED SIZE
                    'CHEIA): ' DELIMITED SIZE
                    WRK-QTD-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.

       9000-FINALIZAR.
            CLOSE PRODUTOS-MASTER.
            CLOSE REL-CUSTO.
            DISPLAY 'AUDITORIA DO CUSTO DE DESEMBARQUE GRAVADA EM '
                'CDCREL.TXT'.

            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM CDCREL.
