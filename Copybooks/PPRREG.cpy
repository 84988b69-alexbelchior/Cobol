      ******************************************************************
      * Copybook: PPRREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA PROPOSTA DE PONTO DE REPOSICAO (ARQUIVO
      *           PONTPROP) - UMA POR PRODUTO, GRAVADA PELA PREVISAO
      *           MENSAL DE DEMANDA (ESTPREVI) COM A DEMANDA MEDIA E
      *           DE PICO DA JANELA, O PRAZO DE ENTREGA USADO, O PONTO
      *           ATUAL E O PROPOSTO. O PLANEJADOR APROVA OU REJEITA
      *           NO ESTMANU; SO A APROVADA MUDA EST-PONTO-REPOSICAO
      *           (COM LINHA EM PONTOHIS.TXT).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PONTO-PROPOSTA-REG.
           05 PPR-PRODUTO          PIC 9(06).
           05 PPR-DATA-CALCULO     PIC 9(08).
           05 PPR-MESES-JANELA     PIC 9(02).
           05 PPR-MEDIA-MENSAL     PIC 9(07)V99.
           05 PPR-PICO-MENSAL      PIC 9(07).
           05 PPR-PRAZO-ENTREGA    PIC 9(03).
           05 PPR-PONTO-ATUAL      PIC 9(05).
           05 PPR-PONTO-PROPOSTO   PIC 9(05).
           05 PPR-SITUACAO         PIC X(01).
               88 PROPOSTA-PENDENTE VALUE 'P'.
               88 PROPOSTA-APROVADA VALUE 'A'.
               88 PROPOSTA-REJEITADA VALUE 'R'.
           05 PPR-USUARIO          PIC X(20).
           05 PPR-DATA-DECISAO     PIC 9(08).
