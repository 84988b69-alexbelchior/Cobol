      *                  CTAMOV.TXT (data/hora/usuario/tipo/valor/
      *                  saldo resultante), para o extrato do cliente
      *                  explicar o saldo em vez de so sobrescreve-lo.
      * 15/10/2026  ABM  Atualiza os totais de controle do CLICONTA
      *                  (rotina TOTCTL) a cada movimento de saldo.
      * 15/10/2026  ABM  Linha do CTAMOV.TXT gravada com a empresa 01 em
      *                  CTM-EMPRESA (movimento sem titulo de filial) e
      *                  periodo contabil conferido e o da empresa 01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB06.
           COPY TRVREG.
           COPY JRNREG.
           COPY SESREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'PROGCOB06' TO TRV-PROGRAMA.

      *****O MOVIMENTO E SEMPRE DE HOJE - PERIODO FECHADO BLOQUEIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 01 TO PER-EMPRESA.
           MOVE WRK-HOJE-ANO TO PER-ANO.
           MOVE WRK-HOJE-MES TO PER-MES.
           READ PERIODOS
                       MOVE WRK-CLIENTE-CODIGO TO CTA-CLIENTE
                       MOVE ZEROS TO CTA-SALDO
               END-READ
               MOVE CONTA-REG TO TCA-ANTES

               DISPLAY 'TIPO DE MOVIMENTO (C=CREDITO D=DEBITO).. '
               ACCEPT WRK-TIPO-MOV
               REWRITE CONTA-REG
                   INVALID KEY
                       WRITE CONTA-REG
                       MOVE 'I' TO TCA-OPERACAO
                   NOT INVALID KEY
                       MOVE 'A' TO TCA-OPERACAO
               END-REWRITE
               PERFORM CONTROLE-CONTA
               PERFORM GRAVAR-JORNAL

               PERFORM GRAVAR-MOVIMENTO
           MOVE CONTA-REG TO JRA-IMAGEM.
           CALL 'JORNAL' USING JORNAL-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO CLICONTA (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS ACIMA.
      *----------------------------------------------------------------
       CONTROLE-CONTA.
           MOVE 'CLICONTA' TO TCA-ARQUIVO.
           MOVE 'PROGCOB06' TO TCA-PROGRAMA.
           MOVE CONTA-REG TO TCA-DEPOIS.
           CALL 'TOTCTL' USING TOTCTL-AREA.

       GRAVAR-MOVIMENTO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE    TO CTM-DATA.
           MOVE 'PROGCOB06'      TO CTM-ORIGEM.
           MOVE ZEROS            TO CTM-DOCUMENTO.
           MOVE SPACE            TO CTM-FORMA.
           MOVE '01'             TO CTM-EMPRESA.
           WRITE CTAMOV-LINHA.
       END PROGRAM PROGCOB06.
