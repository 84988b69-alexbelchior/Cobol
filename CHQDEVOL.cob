      *                 JORNAL), para o roll-forward do CLIREST.
      * 02/09/2026 ABM  Registra entrada e saida no log de sessoes
      *                 pela rotina comum (CALL 'SESSLOG').
      * 15/10/2026 ABM  Atualiza os totais de controle do CONTASR e do
      *                 CLICONTA (rotina TOTCTL) a cada gravacao.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT gravada com a empresa do
      *                 titulo (RCB-EMPRESA) em CTM-EMPRESA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDEVOL.
           05 WRK-DH-HORA   PIC 9(06).
           COPY JRNREG.
           COPY SESREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                    DISPLAY 'FATURA DO CHEQUE NAO ENCONTRADA - '
                        'TITULO NAO REABERTO'
                NOT INVALID KEY
                    MOVE RECEBER-REG TO TCA-ANTES
                    IF CHQ-VALOR > RCB-VALOR-PAGO
                        MOVE ZEROS TO RCB-VALOR-PAGO
                    ELSE
                        INVALID KEY
                            DISPLAY 'ERRO AO REABRIR O TITULO'
                        NOT INVALID KEY
                            MOVE 'A' TO TCA-OPERACAO
                            PERFORM 8920-CONTROLE-RECEBER
                            PERFORM 2950-JORNAL-TITULO
                            PERFORM 2400-DEBITAR-CONTA
                            DISPLAY 'TITULO REABERTO'
                    MOVE CHQ-CLIENTE TO CTA-CLIENTE
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            MOVE CONTA-REG TO TCA-ANTES.
            SUBTRACT CHQ-VALOR FROM CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    WRITE CONTA-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8930-CONTROLE-CONTA.
            PERFORM 2960-JORNAL-CONTA.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE 'CHQDEVOL'     TO CTM-ORIGEM.
            MOVE CHQ-FATURA     TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.


            CLOSE CLI-CONTA.
            CLOSE CONTA-MOVTOS.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'CHQDEVOL' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8930-CONTROLE-CONTA.
            MOVE 'CLICONTA' TO TCA-ARQUIVO.
            MOVE 'CHQDEVOL' TO TCA-PROGRAMA.
            MOVE CONTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM CHQDEVOL.
