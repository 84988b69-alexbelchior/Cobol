      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO POS-CAMPANHA DAS PROMOCOES DE PRECO - SOBRE
      *          AS LINHAS DE PEDITENS VENDIDAS COM PRECO DE PROMOCAO
      *          (ITN-PROMOCAO), EM PEDIDOS NAO CANCELADOS, APURA POR
      *          PROMOCAO O NUMERO DE LINHAS, A QUANTIDADE, A RECEITA
      *          (TOTAL DA LINHA), O CUSTO (CUSTO PADRAO DO MESTRE X
      *          QUANTIDADE) E A MARGEM PERCENTUAL, COM A DESCRICAO, A
      *          VIGENCIA E A SITUACAO DA CAMPANHA. O SYSIN TRAZ O
      *          CODIGO DA PROMOCAO (ZEROS = TODAS). SOB DEMANDA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT PROMOCOES ASSIGN TO 'PROMOCAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMC-CODIGO
               FILE STATUS IS WRK-FS-PROMOCAO.
           SELECT PROMO-ACUMULA ASSIGN TO 'PROMTMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPR-PROMOCAO
               FILE STATUS IS WRK-FS-TEMP.
           SELECT REL-PROMOCAO ASSIGN TO 'PROMREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  PROMOCOES
           LABEL RECORD IS STANDARD.
           COPY PROMREG.
       FD  PROMO-ACUMULA
           LABEL RECORD IS STANDARD.
       01 PROMTMP-REG.
           05 TPR-PROMOCAO     PIC 9(06).
           05 TPR-LINHAS       PIC 9(06).
           05 TPR-QUANTIDADE   PIC 9(09).
           05 TPR-RECEITA      PIC 9(11)V99.
           05 TPR-CUSTO        PIC 9(11)V99.
       FD  REL-PROMOCAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-PROMOCAO  PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-PROMO-PEDIDA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PROMOS   PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-LINHA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-MARGEM       PIC S9(03)V99 VALUE ZEROS.
       77 WRK-MARGEM-ED    PIC -ZZ9,99 VALUE ZEROS.
       77 WRK-RECEITA-ED   PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-LINHAS-ED    PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-TOT-RECEITA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO    PIC 9(11)V99 VALUE ZEROS.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2010-LER-ITEM.
            PERFORM 2000-ACUMULAR UNTIL FIM-ITENS.
            PERFORM 3000-IMPRIMIR.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PROMREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PROMO-PEDIDA.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN INPUT PED-ITENS
            END-IF.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN INPUT PROMOCOES.
            IF WRK-FS-PROMOCAO = '35'
                CLOSE PROMOCOES
                OPEN OUTPUT PROMOCOES
                CLOSE PROMOCOES
                OPEN INPUT PROMOCOES
            END-IF.
            OPEN OUTPUT PROMO-ACUMULA.
            CLOSE PROMO-ACUMULA.
            OPEN I-O PROMO-ACUMULA.
            OPEN OUTPUT REL-PROMOCAO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'RESULTADO DAS PROMOCOES DE PRECO' DELIMITED SIZE
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

       2010-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

      *----------------------------------------------------------------
      * SO LINHA PRECIFICADA POR PROMOCAO (E DA PROMOCAO PEDIDA,
      * QUANDO HA UMA) DE PEDIDO NAO CANCELADO ENTRA NA CONTA. O
      * CUSTO E O PADRAO DO MESTRE HOJE, COMO NO MARGEM.
      *----------------------------------------------------------------
       2000-ACUMULAR.
            IF ITN-PRECO-PROMOCAO
                AND ITN-PROMOCAO NOT = ZEROS
                AND (WRK-PROMO-PEDIDA = ZEROS
                     OR ITN-PROMOCAO = WRK-PROMO-PEDIDA)
                MOVE ITN-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT PEDIDO-CANCELADO
                            PERFORM 2100-SOMAR-PROMOCAO
                        END-IF
                END-READ
            END-IF.
            PERFORM 2010-LER-ITEM.

       2100-SOMAR-PROMOCAO.
            ADD 1 TO WRK-QTD-LINHAS.
            MOVE ITN-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE ZEROS TO PRO-CUSTO-PADRAO
            END-READ.
            COMPUTE WRK-CUSTO-LINHA =
                PRO-CUSTO-PADRAO * ITN-QUANTIDADE.
            MOVE ITN-PROMOCAO TO TPR-PROMOCAO.
            READ PROMO-ACUMULA
                INVALID KEY
                    MOVE ITN-PROMOCAO TO TPR-PROMOCAO
                    MOVE ZEROS TO TPR-LINHAS
                    MOVE ZEROS TO TPR-QUANTIDADE
                    MOVE ZEROS TO TPR-RECEITA
                    MOVE ZEROS TO TPR-CUSTO
            END-READ.
            ADD 1 TO TPR-LINHAS.
            ADD ITN-QUANTIDADE TO TPR-QUANTIDADE.
            ADD ITN-TOTAL TO TPR-RECEITA.
            ADD WRK-CUSTO-LINHA TO TPR-CUSTO.
            REWRITE PROMTMP-REG
                INVALID KEY
                    WRITE PROMTMP-REG
            END-REWRITE.

       3000-IMPRIMIR.
            MOVE 'N' TO WRK-EOF-TEMP.
            MOVE ZEROS TO TPR-PROMOCAO.
            START PROMO-ACUMULA KEY IS NOT LESS THAN TPR-PROMOCAO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TEMP
            END-START.
            IF NOT FIM-TEMP
                PERFORM 3010-LER-ACUMULADO
                PERFORM 3100-IMPRIMIR-PROMOCAO UNTIL FIM-TEMP
            END-IF.
            IF WRK-QTD-PROMOS = ZEROS
                MOVE 'NENHUMA VENDA COM PRECO DE PROMOCAO'
                    TO REL-LINHA
                WRITE REL-LINHA
            ELSE
                PERFORM 3200-IMPRIMIR-TOTAL
            END-IF.

       3010-LER-ACUMULADO.
            READ PROMO-ACUMULA NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TEMP
            END-READ.

       3100-IMPRIMIR-PROMOCAO.
            ADD 1 TO WRK-QTD-PROMOS.
            ADD TPR-RECEITA TO WRK-TOT-RECEITA.
            ADD TPR-CUSTO TO WRK-TOT-CUSTO.
            MOVE TPR-PROMOCAO TO PMC-CODIGO.
            READ PROMOCOES
                INVALID KEY
                    MOVE 'PROMOCAO NAO CADASTRADA' TO PMC-DESCRICAO
                    MOVE ZEROS TO PMC-VALIDADE-INI
                    MOVE ZEROS TO PMC-VALIDADE-FIM
                    MOVE SPACE TO PMC-STATUS
            END-READ.
            MOVE SPACES TO REL-LINHA.
            STRING 'PROMOCAO ' DELIMITED SIZE
                TPR-PROMOCAO DELIMITED SIZE
                ' ' DELIMITED SIZE
                PMC-DESCRICAO DELIMITED SIZE
                ' VIGENCIA ' DELIMITED SIZE
                PMC-VALIDADE-INI DELIMITED SIZE
                ' A ' DELIMITED SIZE
                PMC-VALIDADE-FIM DELIMITED SIZE
                ' SITUACAO ' DELIMITED SIZE
                PMC-STATUS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF TPR-RECEITA > ZEROS
                COMPUTE WRK-MARGEM =
                    (TPR-RECEITA - TPR-CUSTO) * 100 / TPR-RECEITA
            ELSE
                MOVE ZEROS TO WRK-MARGEM
            END-IF.
            MOVE WRK-MARGEM TO WRK-MARGEM-ED.
            MOVE TPR-LINHAS TO WRK-LINHAS-ED.
            MOVE TPR-QUANTIDADE TO WRK-QTD-ED.
            MOVE TPR-RECEITA TO WRK-RECEITA-ED.
            MOVE TPR-CUSTO TO WRK-CUSTO-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   LINHAS ' DELIMITED SIZE
                WRK-LINHAS-ED DELIMITED SIZE
                ' QUANTIDADE ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                ' RECEITA ' DELIMITED SIZE
                WRK-RECEITA-ED DELIMITED SIZE
                ' CUSTO ' DELIMITED SIZE
                WRK-CUSTO-ED DELIMITED SIZE
                ' MARGEM ' DELIMITED SIZE
                WRK-MARGEM-ED DELIMITED SIZE
                ' %' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3010-LER-ACUMULADO.

       3200-IMPRIMIR-TOTAL.
            IF WRK-TOT-RECEITA > ZEROS
                COMPUTE WRK-MARGEM = (WRK-TOT-RECEITA - WRK-TOT-CUSTO)
                    * 100 / WRK-TOT-RECEITA
            ELSE
                MOVE ZEROS TO WRK-MARGEM
            END-IF.
            MOVE WRK-MARGEM TO WRK-MARGEM-ED.
            MOVE WRK-TOT-RECEITA TO WRK-RECEITA-ED.
            MOVE WRK-TOT-CUSTO TO WRK-CUSTO-ED.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL DAS PROMOCOES - RECEITA ' DELIMITED SIZE
                WRK-RECEITA-ED DELIMITED SIZE
                ' CUSTO ' DELIMITED SIZE
                WRK-CUSTO-ED DELIMITED SIZE
                ' MARGEM ' DELIMITED SIZE
                WRK-MARGEM-ED DELIMITED SIZE
                ' %' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE PED-ITENS.
            CLOSE PEDIDOS.
            CLOSE PRODUTOS-MASTER.
            CLOSE PROMOCOES.
            CLOSE PROMO-ACUMULA.
            CLOSE REL-PROMOCAO.
            DISPLAY 'RESULTADO DAS PROMOCOES GRAVADO EM PROMREL.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PROMREL.
