      ******************************************************************
      * Copybook: RVLREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA REAVALIACAO CAMBIAL DE FIM DE MES (ARQUIVO
      *           REAVALIA) - CHAVE ANO+MES+FATURA. PARA CADA TITULO
      *           EM MOEDA ESTRANGEIRA AINDA ABERTO NO FECHAMENTO, O
      *           CAMBREAV GUARDA O SALDO NA MOEDA, O SALDO EM REAIS A
      *           TAXA DA EMISSAO, A TAXA DE FECHAMENTO DO MES E A
      *           VARIACAO CAMBIAL NAO REALIZADA (POSITIVA = GANHO).
      *           O CTBEXP LANCA A VARIACAO DO MES E ESTORNA A DO MES
      *           ANTERIOR NO PRIMEIRO DIA DO MES SEGUINTE.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 REAVALIACAO-REG.
           05 RVL-CHAVE.
               10 RVL-ANO          PIC 9(04).
               10 RVL-MES          PIC 9(02).
               10 RVL-FATURA       PIC 9(08).
           05 RVL-CLIENTE          PIC 9(06).
           05 RVL-MOEDA            PIC X(03).
           05 RVL-ABERTO-MOEDA     PIC 9(08)V99.
           05 RVL-ABERTO-REAIS     PIC 9(08)V99.
           05 RVL-TAXA-FECHAMENTO  PIC 9(03)V9(04).
           05 RVL-DATA-TAXA        PIC 9(08).
           05 RVL-VALOR-REAVALIADO PIC 9(09)V99.
           05 RVL-VARIACAO         PIC S9(09)V99.
