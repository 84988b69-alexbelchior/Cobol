      ******************************************************************
      * Copybook: ADTREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO ADIANTAMENTO DE CLIENTE (ARQUIVO ADIANTA)
      *           - CHAVE NUMERO DO ADIANTAMENTO (REGISTRO 'AD' DO
      *           PEDCTRL), CHAVE ALTERNADA CLIENTE COM DUPLICATAS,
      *           DATA E FORMA DO RECEBIMENTO, VALOR RECEBIDO E SALDO
      *           AINDA NAO CONSUMIDO. O SALDO BAIXA QUANDO O RECBAIXA
      *           USA O ADIANTAMENTO PARA LIQUIDAR TITULO; SALDO ZERO
      *           VIRA STATUS CONSUMIDO. O DINHEIRO PARADO DEIXA DE
      *           SER CREDITO SOLTO NO PROGCOB06.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 ADIANTA-REG.
           05 ADT-NUMERO           PIC 9(06).
           05 ADT-CLIENTE          PIC 9(06).
           05 ADT-DATA             PIC 9(08).
           05 ADT-FORMA            PIC X(01).
               88 ADT-DINHEIRO      VALUE 'D'.
               88 ADT-TRANSFERENCIA VALUE 'T'.
               88 ADT-FORMA-VALIDA  VALUE 'D' 'T'.
           05 ADT-VALOR            PIC 9(09)V99.
           05 ADT-SALDO            PIC 9(09)V99.
           05 ADT-STATUS           PIC X(01).
               88 ADIANT-ABERTO     VALUE 'A'.
               88 ADIANT-CONSUMIDO  VALUE 'C'.
           05 ADT-USUARIO          PIC X(20).
           05 ADT-DATA-ULT-USO     PIC 9(08).
           05 ADT-ULT-FATURA       PIC 9(08).
