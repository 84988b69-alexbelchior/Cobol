      ******************************************************************
      * Copybook: RMAREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA AUTORIZACAO DE DEVOLUCAO DE MERCADORIA
      *           (ARQUIVO RMAS, CHAVE NUMERO DA RMA) - CLIENTE,
      *           DOCUMENTO ORIGINAL (NOTA DO PROGCOB05 OU PEDIDO
      *           ENTREGUE) E LINHA, PRODUTO, QUANTIDADE AUTORIZADA,
      *           MOTIVO E O CREDITO CALCULADO PELO PRECO DA LINHA
      *           ORIGINAL. NO RECEBIMENTO (INSPECAO NO RMAMANU) FICAM
      *           A QUANTIDADE REESTOCADA (ARMAZEM/LOTE) E A SUCATEADA
      *           E O CREDITO EFETIVAMENTE LANCADO NA CONTA DO
      *           CLIENTE - O CREDITO SO SAI COM A MERCADORIA
      *           RECEBIDA. CHAVE ALTERNATIVA RMA-ORIGEM (DOCUMENTO E
      *           LINHA) PARA SOMAR O QUE JA FOI AUTORIZADO DA LINHA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 RMA-REG.
           05 RMA-NUMERO           PIC 9(06).
           05 RMA-CLIENTE          PIC 9(06).
           05 RMA-ORIGEM.
               10 RMA-TIPO-DOC     PIC X(01).
                   88 RMA-DOC-NOTA     VALUE 'N'.
                   88 RMA-DOC-PEDIDO   VALUE 'P'.
                   88 RMA-DOC-VALIDO   VALUE 'N' 'P'.
               10 RMA-DOCUMENTO    PIC 9(06).
               10 RMA-LINHA        PIC 9(03).
           05 RMA-PRODUTO          PIC 9(06).
           05 RMA-QUANTIDADE       PIC 9(05).
           05 RMA-MOTIVO           PIC X(02).
               88 MOTIVO-DEFEITO       VALUE 'DF'.
               88 MOTIVO-AVARIA        VALUE 'AV'.
               88 MOTIVO-ERRO-PEDIDO   VALUE 'EP'.
               88 MOTIVO-DESISTENCIA   VALUE 'DS'.
               88 MOTIVO-OUTROS        VALUE 'OU'.
               88 MOTIVO-VALIDO        VALUE 'DF' 'AV' 'EP' 'DS'
                                             'OU'.
           05 RMA-VALOR-UNIT       PIC 9(07)V99.
           05 RMA-VALOR-CREDITO    PIC 9(09)V99.
           05 RMA-SITUACAO         PIC X(01).
               88 RMA-AUTORIZADA       VALUE 'A'.
               88 RMA-RECEBIDA         VALUE 'R'.
               88 RMA-CANCELADA        VALUE 'C'.
           05 RMA-DATA-AUTORIZACAO PIC 9(08).
           05 RMA-USUARIO-AUTORIZ  PIC X(20).
           05 RMA-DATA-RECEBIMENTO PIC 9(08).
           05 RMA-DATA-RECEB-ED REDEFINES RMA-DATA-RECEBIMENTO.
               10 RMA-RECEB-ANO    PIC 9(04).
               10 RMA-RECEB-MES    PIC 9(02).
               10 RMA-RECEB-DIA    PIC 9(02).
           05 RMA-USUARIO-RECEB    PIC X(20).
           05 RMA-QTD-REESTOQUE    PIC 9(05).
           05 RMA-QTD-SUCATA       PIC 9(05).
           05 RMA-ARMAZEM          PIC 9(02).
           05 RMA-LOTE             PIC X(10).
           05 RMA-VALOR-CREDITADO  PIC 9(09)V99.
