      ******************************************************************
      * Copybook: PAGIREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA LINHA DA NOTA DO FORNECEDOR (ARQUIVO
      *           PAGITEN) - CHAVE FORNECEDOR+NOTA+LINHA, UMA LINHA
      *           POR LINHA DA OC FATURADA, COM QUANTIDADE E PRECO
      *           FATURADOS, O PRECO DA OC E O SALDO RECEBIDO E AINDA
      *           NAO FATURADO NO MOMENTO DA CONFERENCIA, E O
      *           RESULTADO DA CONFERENCIA DE TRES VIAS (PAGMANU). AS
      *           LINHAS DIVERGENTES SAEM NO RELATORIO PAGCONF ATE O
      *           COMPRADOR APROVAR OU REJEITAR A NOTA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PAGAR-ITEM-REG.
           05 PGI-CHAVE.
               10 PGI-FORNECEDOR   PIC 9(04).
               10 PGI-NOTA-FISCAL  PIC 9(09).
               10 PGI-LINHA        PIC 9(03).
           05 PGI-OC               PIC 9(06).
           05 PGI-OC-LINHA         PIC 9(03).
           05 PGI-PRODUTO          PIC 9(06).
           05 PGI-QTD-FATURADA     PIC 9(05).
           05 PGI-PRECO-FATURADO   PIC 9(07)V99.
           05 PGI-PRECO-OC         PIC 9(07)V99.
           05 PGI-QTD-A-FATURAR    PIC 9(05).
           05 PGI-DIVERGENCIA      PIC X(01).
               88 LINHA-CONFERE    VALUE 'N'.
               88 DIVERG-PRECO     VALUE 'P'.
               88 DIVERG-QTDE      VALUE 'Q'.
               88 DIVERG-AMBAS     VALUE 'A'.
