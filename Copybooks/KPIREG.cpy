      ******************************************************************
      * Copybook: KPIREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA FOTO MENSAL DE INDICADORES (ARQUIVO KPIMES)
      *           - UM REGISTRO POR ANO/MES, GRAVADO NO FECHAMENTO PELO
      *           KPIMENS (MODO F DA CADEIA MENSAL): PRAZO MEDIO DE
      *           RECEBIMENTO (DSO), PERCENTUAL DO ABERTO VENCIDO HA
      *           MAIS DE 30 DIAS, PERDAS DO MES, ATRASO MEDIO DE
      *           PAGAMENTO (A MEDIDA DO RECMEDIA), GIRO E VALOR DO
      *           ESTOQUE PARADO (FOTO VALSNAP), LEAD-TIME ABERTO ->
      *           FATURADO, ATENDIMENTO DAS LINHAS (FILL RATE) E A
      *           BASE DE CLIENTES. A FOTO NAO E RECALCULADA DEPOIS -
      *           E DELA QUE SAI A TENDENCIA DE 13 MESES.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 KPI-MENSAL-REG.
           05 KPI-ANO-MES          PIC 9(06).
           05 KPI-DATA-APURACAO    PIC 9(08).
           05 KPI-FATURAMENTO      PIC 9(11)V99.
           05 KPI-ABERTO           PIC 9(11)V99.
           05 KPI-DSO              PIC 9(04)V9.
           05 KPI-PERC-VENCIDO     PIC 9(03)V99.
           05 KPI-PERDAS           PIC 9(11)V99.
           05 KPI-ATRASO-PAGTO     PIC S9(04)V9.
           05 KPI-VALOR-ESTOQUE    PIC S9(11)V99.
           05 KPI-CMV              PIC S9(11)V99.
           05 KPI-GIRO             PIC 9(03)V99.
           05 KPI-ESTOQUE-PARADO   PIC S9(11)V99.
           05 KPI-LEAD-TIME        PIC 9(04)V9.
           05 KPI-FILL-RATE        PIC 9(03)V99.
           05 KPI-CLIENTES-ATIVOS  PIC 9(06).
           05 KPI-CLIENTES-NOVOS   PIC 9(06).
