      ******************************************************************
      * Copybook: PRHREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO HISTORICO DA TABELA DE PRECOS (ARQUIVO
      *           PRECOHIS) - AS FAIXAS DE PRECOTAB COMO ESTAVAM ANTES
      *           DE SEREM SUBSTITUIDAS, CHAVE PRODUTO + DATA DA TROCA
      *           (A TABELA GUARDADA VALEU ATE O DIA ANTERIOR). SERVE
      *           DE REFERENCIA PARA HONRAR ORCAMENTOS EMITIDOS ANTES
      *           DE UM REAJUSTE. GRAVADO PELA ATIVACAO DA REVISAO EM
      *           MASSA (PRECATIV, ORIGEM R) E PELA MANUTENCAO UNITARIA
      *           (PROGCOB13, ORIGEM M); NUMA SEGUNDA TROCA NO MESMO
      *           DIA FICA A TABELA QUE VALIA NA VESPERA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PRECO-HIST-REG.
           05 PRH-CHAVE.
               10 PRH-PRODUTO      PIC 9(06).
               10 PRH-DATA-TROCA   PIC 9(08).
           05 PRH-FAIXA            OCCURS 3 TIMES.
               10 PRH-QTD-MIN      PIC 9(05).
               10 PRH-QTD-MAX      PIC 9(05).
               10 PRH-PRECO        PIC 9(07)V99.
           05 PRH-ORIGEM           PIC X(01).
               88 PRH-REVISAO      VALUE 'R'.
               88 PRH-MANUTENCAO   VALUE 'M'.
