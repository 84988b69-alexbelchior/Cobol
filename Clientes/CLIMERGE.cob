      *                 vendas/auditoria do modo interativo e grava o
      *                 relatorio MERGEREL.TXT com os pares mesclados
      *                 e os recusados para tratamento manual.
      * 15/10/2026 ABM  Atualiza os totais de controle do CLIMAST
      *                 (rotina TOTCTL) ao inativar o codigo origem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMERGE.
       77 WRK-QTD-MESCLADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS  PIC 9(06) VALUE ZEROS.
           COPY PCKREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            DISPLAY 'MESCLAGEM DE CLIENTES DUPLICADOS'.
                INVALID KEY
                    DISPLAY 'ERRO INESPERADO RELENDO CODIGO ORIGEM'
                NOT INVALID KEY
                    MOVE CLIENTE-REG TO TCA-ANTES
                    SET CLIENTE-INATIVO TO TRUE
                    ACCEPT CLI-DATA-STATUS FROM DATE YYYYMMDD
                    REWRITE CLIENTE-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO INATIVAR CODIGO ORIGEM'
                        NOT INVALID KEY
                            MOVE 'A' TO TCA-OPERACAO
                            PERFORM 8910-CONTROLE-CLIENTE
                    END-REWRITE
            END-READ.
            OPEN EXTEND CLIENTES-AUDIT.
                CLOSE SALES-LEDGER
            END-IF.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLIMERGE' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM CLIMERGE.
