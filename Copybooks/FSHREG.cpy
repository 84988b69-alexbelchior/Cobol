      ******************************************************************
      * Copybook: FSHREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO HISTORICO MENSAL DA AVALIACAO DE
      *           FORNECEDORES (ARQUIVO FORHIST) - UM REGISTRO POR
      *           FORNECEDOR E MES APURADO PELO FORSCORE, COM OS
      *           INDICADORES DO MES (RECEBIMENTOS, % NO PRAZO, MEDIA
      *           DE ATRASO, PARCIAIS, % DE ATENDIMENTO, VARIACAO DE
      *           PRECO), A NOTA DE 0 A 100 E A POSICAO NO RANKING.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 FORN-HIST-REG.
           05 FSH-CHAVE.
               10 FSH-FORNECEDOR   PIC 9(04).
               10 FSH-ANO          PIC 9(04).
               10 FSH-MES          PIC 9(02).
           05 FSH-RECEBIMENTOS     PIC 9(05).
           05 FSH-PCT-PRAZO        PIC 9(03)V9.
           05 FSH-MEDIA-ATRASO     PIC 9(04).
           05 FSH-PARCIAIS         PIC 9(05).
           05 FSH-PCT-ATEND        PIC 9(03)V9.
           05 FSH-PCT-PRECO        PIC S9(03)V99.
           05 FSH-NOTA             PIC 9(03)V9.
           05 FSH-POSICAO          PIC 9(05).
