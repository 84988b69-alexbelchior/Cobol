      *                 de sair enquanto o antigo vence na
      *                 prateleira. Produto sem lote segue sem
      *                 proposta.
      * 15/10/2026 ABM  A linha de historico de status grava PSH-
      *                 OCORRENCIA em branco (campo novo da ocorrencia
      *                 de transportadora).
      * 15/10/2026 ABM  Locais de consignacao no cliente ficam fora da
      *                 escolha do armazem da linha.
      * 15/10/2026 ABM  Atualiza os totais de controle do PEDIDOS
      *                 (rotina TOTCTL) ao marcar o pedido em separacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKLIST.
           05 WRK-DH-HORA   PIC 9(06).
           COPY REPORTHD.
           COPY JOBLREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            END-READ.

       2270-CONFERIR-ALOCACAO.
            IF ARM-CONSIGNACAO
                PERFORM 2260-LER-ARMAZEM
            ELSE
                MOVE ARM-CODIGO TO ALO-ARMAZEM
                MOVE ITN-PRODUTO TO ALO-PRODUTO
                READ ALOCACAO-LIVRO
                    INVALID KEY
                        PERFORM 2260-LER-ARMAZEM
                    NOT INVALID KEY
                        MOVE ARM-CODIGO TO WRK-ARMAZEM-ACHADO
                END-READ
            END-IF.

       2300-MARCAR-SEPARACAO.
            MOVE PEDIDO-REG TO TCA-ANTES.
            MOVE 'S' TO PED-STATUS.
            REWRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR SEPARACAO DO PEDIDO '
                        PED-NUMERO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
            END-REWRITE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE PED-NUMERO TO PSH-PEDIDO.
            MOVE 'F' TO PSH-STATUS-ANTES.
            MOVE 'S' TO PSH-STATUS-DEPOIS.
            MOVE SPACE TO PSH-OCORRENCIA.
            WRITE PSH-LINHA.

       3000-IMPRIMIR.
            MOVE WRK-QTD-PEDIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'PICKLIST' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.
       END PROGRAM PICKLIST.
