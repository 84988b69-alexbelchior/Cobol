      ******************************************************************
      * Copybook: ABCREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA CLASSIFICACAO ABC DE PRODUTOS (ARQUIVO
      *           PRODABC) - CLASSE A/B/C POR PARTICIPACAO ACUMULADA NO
      *           VALOR DE CONSUMO DO MES (SAIDAS DE ESTMOV X CUSTO
      *           MEDIO DO ESTOQUE), GRAVADA PELO BATCH MENSAL ESTABC,
      *           E A AGENDA DE CONTAGEM CICLICA DO PRODUTO: A DATA
      *           AGENDADA (DIA UTIL DO CALENDARIO, PELA FREQUENCIA DA
      *           CLASSE) E A ULTIMA CONTAGEM FECHADA NO INVCICLO.
      *           AGENDA MAIOR QUE A ULTIMA CONTAGEM = CONTAGEM AINDA
      *           PENDENTE; PENDENTE COM AGENDA JA PASSADA = ATRASADA
      *           (RELATORIO INVCONF).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PRODUTO-ABC-REG.
           05 ABC-PRODUTO          PIC 9(06).
           05 ABC-CLASSE           PIC X(01).
               88 PRODUTO-CLASSE-A VALUE 'A'.
               88 PRODUTO-CLASSE-B VALUE 'B'.
               88 PRODUTO-CLASSE-C VALUE 'C'.
           05 ABC-PERIODO          PIC 9(06).
           05 ABC-QTD-SAIDA        PIC 9(07).
           05 ABC-VALOR-CONSUMO    PIC 9(11)V99.
           05 ABC-PERC-ACUM        PIC 9(03)V99.
           05 ABC-DATA-CLASSIF     PIC 9(08).
           05 ABC-DATA-AGENDA      PIC 9(08).
           05 ABC-DATA-ULT-CONTAGEM PIC 9(08).
           05 ABC-ULT-CONTAGEM     PIC 9(06).
