      ******************************************************************
      * Copybook: CWBREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA POSICAO PUBLICADA NA LOJA VIRTUAL (ARQUIVO
      *           CATWEB) - POR PRODUTO, AS FAIXAS DE PRECO E O
      *           DISPONIVEL DO ULTIMO ENVIO DO CATEXP E A SITUACAO
      *           (PUBLICADO OU RETIRADO). E CONTRA ELE QUE O ENVIO
      *           DIARIO DESCOBRE O QUE MUDOU - SO PRECO OU DISPONIVEL
      *           DIFERENTE VAI NO DELTA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 CATALOGO-WEB-REG.
           05 CWB-PRODUTO          PIC 9(06).
           05 CWB-PRECOS.
               10 CWB-FAIXA        OCCURS 3 TIMES.
                   15 CWB-QTD-MIN  PIC 9(05).
                   15 CWB-QTD-MAX  PIC 9(05).
                   15 CWB-PRECO    PIC 9(07)V99.
           05 CWB-DISPONIVEL       PIC 9(07).
           05 CWB-SITUACAO         PIC X(01).
               88 CWB-PUBLICADO    VALUE 'A'.
               88 CWB-RETIRADO     VALUE 'R'.
           05 CWB-DATA-ENVIO       PIC 9(08).
