      ******************************************************************
      * Modification History:
      * 09/08/2026 ABM  Programa original.
      * 15/10/2026 ABM  Atualiza os totais de controle do CLIMAST
      *                 (rotina TOTCTL) a cada status alterado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISTAT.
           05 FILLER        PIC X(08).
       01 CLA-NOME-AREA.
           05 CLA-NOME          PIC X(40).
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                OR (WRK-STATUS-DESTINO = 'I' AND CLIENTE-INATIVO)
                ADD 1 TO WRK-QTD-JA-STATUS
            ELSE
                MOVE CLIENTE-REG TO TCA-ANTES
                MOVE CLI-NOME TO CLA-NOME
                IF WRK-STATUS-DESTINO = 'A'
                    SET CLIENTE-ATIVO TO TRUE
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CODIGO ' CLI-CODIGO
                    NOT INVALID KEY
                        MOVE 'A' TO TCA-OPERACAO
                        PERFORM 8910-CONTROLE-CLIENTE
                        MOVE 'STATUS-LOTE' TO WRK-AUD-OPERACAO
                        PERFORM 5900-GRAVAR-AUDITORIA
                        ADD 1 TO WRK-QTD-ALTERADOS
            DISPLAY 'CODIGOS NAO CADASTRADOS....: ' WRK-QTD-NAO-ACHADOS.
            DISPLAY '-------------------------------------------'.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLISTAT' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM CLISTAT.
