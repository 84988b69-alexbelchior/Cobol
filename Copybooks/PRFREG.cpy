      ******************************************************************
      * Copybook: PRFREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA TABELA DE PRECOS FUTURA (ARQUIVO PRECOFUT)
      *           - AS TRES FAIXAS NOVAS DE UM PRODUTO PROGRAMADAS
      *           PELA REVISAO EM MASSA (PRECREV), CHAVE PRODUTO + DATA
      *           EFETIVA. A ATIVACAO NOTURNA (PRECATIV) COPIA AS
      *           FAIXAS PARA PRECOTAB NA DATA, GUARDA A TABELA ANTIGA
      *           EM PRECOHIS E MARCA O REGISTRO COMO APLICADO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PRECO-FUTURO-REG.
           05 PRF-CHAVE.
               10 PRF-PRODUTO      PIC 9(06).
               10 PRF-DATA-EFETIVA PIC 9(08).
           05 PRF-FAIXA            OCCURS 3 TIMES.
               10 PRF-QTD-MIN      PIC 9(05).
               10 PRF-QTD-MAX      PIC 9(05).
               10 PRF-PRECO        PIC 9(07)V99.
           05 PRF-DATA-PROGRAMACAO PIC 9(08).
           05 PRF-DATA-APLICACAO   PIC 9(08).
           05 PRF-SITUACAO         PIC X(01).
               88 PRF-PENDENTE     VALUE 'P'.
               88 PRF-APLICADA     VALUE 'A'.
