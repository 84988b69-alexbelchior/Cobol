      *                 TITULO EM PERDA NAO E MAIS ABERTO: SAI DO
      *                 AGING E DA CONTAGEM DE ATRASOS DO CLISCORE
      *                 SOZINHO. ENTRA NA MESMA CONVERSAO UNICA.
      * 15/10/2026 ABM  Inclui o status CANCELADA ('C' - titulo de
      *                 nota cancelada pelo NOTACANC). Titulo
      *                 cancelado guarda a data e o motivo do
      *                 cancelamento nos mesmos campos da perda e sai
      *                 do aging, da cobranca e da baixa como a perda.
      * 15/10/2026 ABM  Inclui a moeda do titulo (RCB-MOEDA), a taxa
      *                 de cambio da emissao (RCB-TAXA), o valor na
      *                 moeda original (RCB-VALOR-MOEDA) e o quanto
      *                 dele ja foi pago (RCB-PAGO-MOEDA). RCB-VALOR
      *                 continua em reais a taxa da emissao; a baixa
      *                 de titulo em moeda estrangeira apura a
      *                 variacao cambial realizada contra a taxa do
      *                 dia e o CAMBREAV reavalia o aberto no fim do
      *                 mes. Titulo em reais tem moeda 'BRL' (ou
      *                 espacos nos registros antigos). ATENCAO: os
      *                 campos novos mudam o tamanho do registro -
      *                 arquivos CONTASR ja existentes precisam de
      *                 conversao unica na implantacao.
      * 15/10/2026 ABM  Inclui RCB-EMPRESA - empresa/filial dona do
      *                 titulo, a mesma do pedido faturado (a remessa,
      *                 o aging e a exportacao contabil separam por
      *                 ela). ATENCAO: o campo novo muda o tamanho do
      *                 registro - arquivos CONTASR ja existentes
      *                 precisam de conversao unica na implantacao
      *                 (titulos antigos ficam na 01).
      * 15/10/2026 ABM  Inclui RCB-PIX-TXID - identificador (txid) da
      *                 cobranca Pix vigente do titulo, gerada pelo
      *                 PIXREMES; o codigo copia-e-cola, o valor e a
      *                 situacao da cobranca ficam no arquivo PIXCOB
      *                 (PXCREG), pela mesma chave. Espacos = titulo
      *                 sem cobranca Pix. ATENCAO: o campo novo muda o
      *                 tamanho do registro - arquivos CONTASR ja
      *                 existentes precisam de conversao unica na
      *                 implantacao (titulos antigos ficam com espacos).
      ******************************************************************
       01 RECEBER-REG.
           05 RCB-FATURA           PIC 9(08).
               88 RECEB-ABERTA     VALUE 'A'.
               88 RECEB-LIQUIDADA  VALUE 'L'.
               88 RECEB-PERDA      VALUE 'P'.
               88 RECEB-CANCELADA  VALUE 'C'.
           05 RCB-PARCELA          PIC 9(02).
           05 RCB-QTD-PARCELAS     PIC 9(02).
           05 RCB-DATA-PERDA       PIC 9(08).
           05 RCB-MOTIVO-PERDA     PIC X(30).
           05 RCB-MOEDA            PIC X(03).
               88 RECEB-EM-REAIS   VALUE 'BRL' SPACES.
           05 RCB-TAXA             PIC 9(03)V9(04).
           05 RCB-VALOR-MOEDA      PIC 9(08)V99.
           05 RCB-PAGO-MOEDA       PIC 9(08)V99.
           05 RCB-EMPRESA          PIC 9(02).
           05 RCB-PIX-TXID         PIC X(35).
