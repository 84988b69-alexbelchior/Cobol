      ******************************************************************
      * Copybook: PAGMREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA LINHA DE MOVIMENTO DE PAGAMENTO A
      *           FORNECEDOR (ARQUIVO PAGMOV.TXT) - CADA PAGAMENTO
      *           LANCADO EM UM TITULO DE CONTAS A PAGAR, PELO
      *           RETORNO DO BANCO (PAGRETOR) OU A MAO (PAGBAIXA),
      *           GANHA UMA LINHA COM DATA, HORA, USUARIO, TITULO,
      *           FORNECEDOR, NOTA, VALOR, FORMA, DATA DO PAGAMENTO E
      *           O DOCUMENTO (SEQUENCIA DA REMESSA OU NUMERO DO
      *           CHEQUE), NO MESMO FIGURINO DO CTAMOV.TXT.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PAGMOV-LINHA.
           05 PGM-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-HORA          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-USUARIO       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-TITULO        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-FORNECEDOR    PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-NOTA-FISCAL   PIC 9(09).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-VALOR         PIC 9(08)V99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-FORMA         PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-DATA-PAGTO    PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-ORIGEM        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PGM-DOCUMENTO     PIC 9(08).
