      *                  preco por quantidade de um produto na tabela
      *                  PRECO-TABELA, mantendo o mesmo PERFORM N TIMES
      *                  do programa original.
      * 15/10/2026  ABM  Antes de regravar a tabela de um produto ja
      *                  cadastrado, guarda as faixas anteriores no
      *                  historico de precos (PRECOHIS, origem M).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB13.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRODUTO
               FILE STATUS IS WRK-FS-PRECO.
           SELECT PRECO-HISTORICO ASSIGN TO 'PRECOHIS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRH-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-TABELA
           LABEL RECORD IS STANDARD.
           COPY PRECOREG.
       FD  PRECO-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY PRHREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRECO  PIC X(02) VALUE '00'.
       77 WRK-FS-HISTORICO PIC X(02) VALUE '00'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PRODUTO   PIC 9(06) VALUE ZEROS.
       77 WRK-SUB       PIC 9(02) VALUE 1.

               CLOSE PRECO-TABELA
               OPEN I-O PRECO-TABELA
           END-IF.
           OPEN I-O PRECO-HISTORICO.
           IF WRK-FS-HISTORICO = '35'
               CLOSE PRECO-HISTORICO
               OPEN OUTPUT PRECO-HISTORICO
               CLOSE PRECO-HISTORICO
               OPEN I-O PRECO-HISTORICO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'CODIGO DO PRODUTO: '
           ACCEPT WRK-PRODUTO.

       0200-PROCESSAR.
           MOVE WRK-PRODUTO TO PRC-PRODUTO
           READ PRECO-TABELA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0210-GUARDAR-HISTORICO
           END-READ.
           MOVE WRK-PRODUTO TO PRC-PRODUTO
           MOVE 1 TO WRK-SUB

                   WRITE PRECO-REG
           END-REWRITE.

      *----------------------------------------------------------------
      * A TABELA QUE ESTAVA EM VIGOR VALEU ATE ONTEM; SE JA HOUVE
      * TROCA HOJE, O HISTORICO DO DIA JA TEM A TABELA DA VESPERA.
      *----------------------------------------------------------------
       0210-GUARDAR-HISTORICO.
           MOVE PRC-PRODUTO   TO PRH-PRODUTO.
           MOVE WRK-DATA-HOJE TO PRH-DATA-TROCA.
           MOVE 1 TO WRK-SUB.
           PERFORM 0220-GUARDAR-FAIXA 3 TIMES.
           MOVE 'M' TO PRH-ORIGEM.
           WRITE PRECO-HIST-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

       0220-GUARDAR-FAIXA.
           MOVE PRC-QTD-MIN (WRK-SUB) TO PRH-QTD-MIN (WRK-SUB).
           MOVE PRC-QTD-MAX (WRK-SUB) TO PRH-QTD-MAX (WRK-SUB).
           MOVE PRC-PRECO (WRK-SUB)   TO PRH-PRECO (WRK-SUB).
           ADD 1 TO WRK-SUB.

       0300-FINALIZAR.
            CLOSE PRECO-TABELA.
            CLOSE PRECO-HISTORICO.
            DISPLAY '-------------'.
            DISPLAY 'FIM DE PROCESSAMENTO'.

