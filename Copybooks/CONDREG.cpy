      * Modification History:
      * 02/09/2026 ABM  Layout inicial - CODIGO/DESCRICAO/QTD-
      *                 -PARCELAS/DIAS POR PARCELA.
      * 15/10/2026 ABM  Inclui CPG-COBRA-ENTREGA - condicao paga ao
      *                 motorista na entrega; o saldo aberto dos
      *                 titulos do pedido sai na folha de rota
      *                 (ROTAMONT) para cobranca. ATENCAO: o campo
      *                 novo muda o tamanho do registro - arquivos
      *                 CONDPAG ja existentes precisam de conversao
      *                 unica na implantacao (branco = nao).
      ******************************************************************
       01 COND-PAGTO-REG.
           05 CPG-CODIGO           PIC 9(02).
           05 CPG-DESCRICAO        PIC X(20).
           05 CPG-QTD-PARCELAS     PIC 9(02).
           05 CPG-DIAS-PARCELA     PIC 9(03) OCCURS 06 TIMES.
           05 CPG-COBRA-ENTREGA    PIC X(01).
               88 CPG-NA-ENTREGA   VALUE 'S'.
