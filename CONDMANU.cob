      *                 CONDICOES PADRAO 01 (30), 02 (30/60) E
      *                 03 (30/60/90), NO MESMO ESPIRITO DA CARGA
      *                 INICIAL DA TABELA FRETEUF.
      * 15/10/2026 ABM  Condicao passa a indicar se e cobrada na
      *                 entrega (CPG-COBRA-ENTREGA), para a folha de
      *                 rota da frota propria (ROTAMONT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDMANU.
            MOVE ZEROS TO CPG-DIAS-PARCELA (2) CPG-DIAS-PARCELA (3)
                CPG-DIAS-PARCELA (4) CPG-DIAS-PARCELA (5)
                CPG-DIAS-PARCELA (6).
            MOVE 'N' TO CPG-COBRA-ENTREGA.
            WRITE COND-PAGTO-REG.
            MOVE 02 TO CPG-CODIGO.
            MOVE '30/60 DIAS' TO CPG-DESCRICAO.
                        CPG-DIAS-PARCELA (6)
                    MOVE ZEROS TO WRK-SUB
                    PERFORM 2110-PEDIR-DIAS CPG-QTD-PARCELAS TIMES
                    DISPLAY 'COBRADA NA ENTREGA PELO MOTORISTA (S/N).. '
                    ACCEPT CPG-COBRA-ENTREGA
                    IF CPG-COBRA-ENTREGA = 's'
                        MOVE 'S' TO CPG-COBRA-ENTREGA
                    END-IF
                    IF NOT CPG-NA-ENTREGA
                        MOVE 'N' TO CPG-COBRA-ENTREGA
                    END-IF
                    MOVE WRK-CODIGO TO CPG-CODIGO
                    REWRITE COND-PAGTO-REG
                        INVALID KEY
            DISPLAY 'CODIGO....: ' CPG-CODIGO.
            DISPLAY 'DESCRICAO.: ' CPG-DESCRICAO.
            DISPLAY 'PARCELAS..: ' CPG-QTD-PARCELAS.
            DISPLAY 'NA ENTREGA: ' CPG-COBRA-ENTREGA.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2220-MOSTRAR-DIAS CPG-QTD-PARCELAS TIMES.

