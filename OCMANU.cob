      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Cada linha da OC passou a gravar o preco
      *                 unitario acertado com o fornecedor (OPI-PRECO-
      *                 UNIT), base da conferencia da nota do fornecedor
      *                 no PAGMANU; a consulta mostra preco e quantidade
      *                 ja faturada.
      * 15/10/2026 ABM  Nova opcao 4 - LIBERAR OC SUGERIDA: o comprador
      *                 revisa a OC gerada pela sugestao de compra
      *                 (OCSUGERE) linha a linha (quantidade zero
      *                 exclui a linha), acerta preco e data prevista
      *                 e libera (status A). OC sugerida tambem pode
      *                 ser cancelada pela opcao 3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCMANU.
       77 WRK-LINHA        PIC 9(03) VALUE ZEROS.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-QTD-LINHAS   PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
       01 WRK-CHAVE-ITEM.
           05 WRK-CHV-OC       PIC 9(06) VALUE ZEROS.
           05 WRK-CHV-LINHA    PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            DISPLAY '1 - EMITIR OC'.
            DISPLAY '2 - CONSULTAR OC'.
            DISPLAY '3 - CANCELAR OC'.
            DISPLAY '4 - LIBERAR OC SUGERIDA'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-CANCELAR
                WHEN '4'
                    PERFORM 2400-LIBERAR-SUGERIDA
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    DISPLAY 'PRODUTO: ' PRO-DESCRICAO
                    DISPLAY 'QUANTIDADE.. '
                    ACCEPT OPI-QTD-PEDIDA
                    DISPLAY 'PRECO UNITARIO ACERTADO.. '
                    ACCEPT OPI-PRECO-UNIT
                    ADD 1 TO WRK-LINHA
                    MOVE OCP-NUMERO TO OPI-OC
                    MOVE WRK-LINHA TO OPI-LINHA
                    MOVE ZEROS TO OPI-QTD-RECEBIDA
                    MOVE ZEROS TO OPI-QTD-FATURADA
                    WRITE OC-ITEM-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR LINHA'
       2230-EXIBIR-LINHA.
            DISPLAY '  LINHA ' OPI-LINHA ' PRODUTO ' OPI-PRODUTO
                ' PEDIDO ' OPI-QTD-PEDIDA
                ' RECEBIDO ' OPI-QTD-RECEBIDA
                ' FATURADO ' OPI-QTD-FATURADA
                ' PRECO ' OPI-PRECO-UNIT.
            PERFORM 2220-LER-LINHA.

       2300-CANCELAR.
                INVALID KEY
                    DISPLAY 'OC NAO ENCONTRADA'
                NOT INVALID KEY
                    IF OC-ABERTA OR OC-SUGERIDA
                        MOVE 'C' TO OCP-STATUS
                        REWRITE ORDEM-COMPRA-REG
                            INVALID KEY
                                DISPLAY 'OC CANCELADA'
                        END-REWRITE
                    ELSE
                        DISPLAY 'SO OC ABERTA OU SUGERIDA PODE SER '
                            'CANCELADA - '
                            'STATUS ' OCP-STATUS
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * LIBERACAO DA OC SUGERIDA - CADA LINHA E MOSTRADA COM A
      * QUANTIDADE E O PRECO SUGERIDOS; O COMPRADOR CONFIRMA OU
      * CORRIGE (QUANTIDADE ZERO EXCLUI A LINHA). OC SEM NENHUMA
      * LINHA RESTANTE E CANCELADA EM VEZ DE LIBERADA. A EMISSAO
      * PASSA A SER A DATA DA LIBERACAO.
      *----------------------------------------------------------------
       2400-LIBERAR-SUGERIDA.
            DISPLAY 'NUMERO DA OC.. '.
            ACCEPT WRK-OC.
            MOVE WRK-OC TO OCP-NUMERO.
            READ ORDENS-COMPRA
                INVALID KEY
                    DISPLAY 'OC NAO ENCONTRADA'
                NOT INVALID KEY
                    IF OC-SUGERIDA
                        DISPLAY 'FORNECEDOR....: ' OCP-FORNECEDOR
                        DISPLAY 'PREVISTA......: ' OCP-DATA-PREVISTA
                        PERFORM 2410-REVISAR-LINHAS
                        PERFORM 2450-CONFIRMAR-LIBERACAO
                    ELSE
                        DISPLAY 'OC NAO E SUGERIDA - STATUS '
                            OCP-STATUS
                    END-IF
            END-READ.

       2410-REVISAR-LINHAS.
            MOVE ZEROS TO WRK-QTD-LINHAS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE OCP-NUMERO TO OPI-OC.
            MOVE ZEROS TO OPI-LINHA.
            START OC-ITENS KEY IS NOT LESS THAN OPI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2220-LER-LINHA
                PERFORM 2420-REVISAR-LINHA UNTIL FIM-ITENS
            END-IF.

       2420-REVISAR-LINHA.
            MOVE OPI-CHAVE TO WRK-CHAVE-ITEM.
            MOVE OPI-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO PRO-DESCRICAO
            END-READ.
            DISPLAY '  LINHA ' OPI-LINHA ' PRODUTO ' OPI-PRODUTO
                ' ' PRO-DESCRICAO.
            DISPLAY '  SUGERIDO ' OPI-QTD-PEDIDA
                ' PRECO ' OPI-PRECO-UNIT.
            DISPLAY 'QUANTIDADE (0 EXCLUI A LINHA).. '.
            ACCEPT OPI-QTD-PEDIDA.
            IF OPI-QTD-PEDIDA = ZEROS
                DELETE OC-ITENS
                    INVALID KEY
                        DISPLAY 'ERRO AO EXCLUIR LINHA'
                    NOT INVALID KEY
                        DISPLAY 'LINHA EXCLUIDA'
                END-DELETE
            ELSE
                DISPLAY 'PRECO UNITARIO ACERTADO.. '
                ACCEPT OPI-PRECO-UNIT
                REWRITE OC-ITEM-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR LINHA'
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-LINHAS
                END-REWRITE
            END-IF.
            MOVE WRK-CHAVE-ITEM TO OPI-CHAVE.
            START OC-ITENS KEY IS GREATER THAN OPI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2220-LER-LINHA
            END-IF.

       2450-CONFIRMAR-LIBERACAO.
            IF WRK-QTD-LINHAS = ZEROS
                MOVE 'C' TO OCP-STATUS
                REWRITE ORDEM-COMPRA-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO CANCELAR'
                    NOT INVALID KEY
                        DISPLAY 'OC SEM LINHAS - CANCELADA'
                END-REWRITE
            ELSE
                DISPLAY 'DATA PREVISTA (AAAAMMDD, 0 MANTEM).. '
                ACCEPT WRK-DATA-PREVISTA
                IF WRK-DATA-PREVISTA NOT = ZEROS
                    MOVE WRK-DATA-PREVISTA TO OCP-DATA-PREVISTA
                END-IF
                MOVE 'N' TO WRK-CONFIRMA
                DISPLAY 'CONFIRMA A LIBERACAO DA OC (S/N).. '
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    ACCEPT OCP-DATA-EMISSAO FROM DATE YYYYMMDD
                    MOVE 'A' TO OCP-STATUS
                    REWRITE ORDEM-COMPRA-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO LIBERAR OC'
                        NOT INVALID KEY
                            DISPLAY 'OC ' OCP-NUMERO ' LIBERADA'
                    END-REWRITE
                ELSE
                    DISPLAY 'OC SEGUE SUGERIDA - LINHAS REVISADAS '
                        'FICAM GRAVADAS'
                END-IF
            END-IF.

       3000-FINALIZAR.
            CLOSE ORDENS-COMPRA.
            CLOSE OC-ITENS.
