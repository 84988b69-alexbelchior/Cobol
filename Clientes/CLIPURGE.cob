      *                 expurgo da mesma geracao (abend entre o WRITE
      *                 e o DELETE) nao trava mais - a remocao no
      *                 mestre prossegue mesmo assim.
      * 15/10/2026 ABM  Atualiza os totais de controle do CLIMAST
      *                 (rotina TOTCTL) a cada cliente removido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIPURGE.
               10 WRK-CORTE-ANO PIC 9(04).
               10 WRK-CORTE-MES PIC 9(02).
               10 WRK-CORTE-DIA PIC 9(02).
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                NOT INVALID KEY
                    CONTINUE
            END-WRITE.
            MOVE CLIENTE-REG TO TCA-ANTES.
            DELETE CLIENTES-MASTER RECORD.
            IF WRK-FS-MASTER = '00'
                MOVE 'E' TO TCA-OPERACAO
                PERFORM 8910-CONTROLE-CLIENTE
            END-IF.
            ADD 1 TO WRK-QTD-EXPURGADOS.
            PERFORM 2500-REPORTAR-EXPURGO.

            DISPLAY 'RELATORIO DE DESTRUICAO EM DESTRUIC.TXT'.
            DISPLAY 'CLIENTES EXPURGADOS: ' WRK-QTD-EXPURGADOS.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLIPURGE' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM CLIPURGE.
