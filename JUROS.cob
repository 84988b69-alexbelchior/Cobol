      * 22/08/2026 ABM  Passa a registrar inicio/fim, retorno e
      *                 contadores no arquivo JOBLOG via a rotina
      *                 comum (CALL 'JOBLOG').
      * 15/10/2026 ABM  Atualiza os totais de controle do CLICONTA
      *                 (rotina TOTCTL) a cada juro cobrado.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT gravada com a empresa 01 em
      *                 CTM-EMPRESA (movimento sem titulo de filial).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUROS.
           COPY REPORTHD.
           COPY JOBLREG.
           COPY PLRREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-CONTA.

       2100-COBRAR-JUROS.
            MOVE CONTA-REG TO TCA-ANTES.
            COMPUTE WRK-VALOR-JUROS =
                (CTA-SALDO * -1) * WRK-TAXA-JUROS / 100.
            SUBTRACT WRK-VALOR-JUROS FROM CTA-SALDO.
                    DISPLAY 'ERRO AO GRAVAR JUROS DO CLIENTE '
                        CTA-CLIENTE
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8930-CONTROLE-CONTA
                    ADD 1 TO WRK-QTD-COBRADOS
                    ADD WRK-VALOR-JUROS TO WRK-TOTAL-JUROS
                    PERFORM 2200-GRAVAR-MOVIMENTO
            MOVE 'JUROS'        TO CTM-ORIGEM.
            MOVE ZEROS          TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            MOVE '01'           TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

       2300-IMPRIMIR-LINHA.
            MOVE WRK-QTD-COBRADOS TO JBL-LIDOS.
            MOVE WRK-QTD-COBRADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8930-CONTROLE-CONTA.
            MOVE 'CLICONTA' TO TCA-ARQUIVO.
            MOVE 'JUROS' TO TCA-PROGRAMA.
            MOVE CONTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.
       END PROGRAM JUROS.
