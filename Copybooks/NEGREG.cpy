      ******************************************************************
      * Copybook: NEGREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO CONTROLE DE NEGATIVACAO (ARQUIVO NEGATIVA)
      *           - UM REGISTRO POR TITULO ENVIADO AO BIRO DE CREDITO
      *           / CARTORIO DE PROTESTO, CHAVE FATURA: CLIENTE,
      *           DOCUMENTO, SALDO E VENCIMENTO NA INCLUSAO, DATA E
      *           LOTE DA INCLUSAO E, QUANDO O TITULO FECHA (BAIXA,
      *           RETORNO BANCARIO, PERDA OU CANCELAMENTO), A DATA EM
      *           QUE O FECHAMENTO FOI VISTO E A DATA E O LOTE DA
      *           EXCLUSAO ENVIADA - O NEGEXP PROVA QUE A EXCLUSAO
      *           SAIU NO PRAZO LEGAL.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 NEGATIVA-REG.
           05 NEG-FATURA           PIC 9(08).
           05 NEG-CLIENTE          PIC 9(06).
           05 NEG-DOCUMENTO        PIC X(14).
           05 NEG-VENCIMENTO       PIC 9(08).
           05 NEG-VALOR            PIC 9(08)V99.
           05 NEG-DATA-INCLUSAO    PIC 9(08).
           05 NEG-LOTE-INCLUSAO    PIC 9(06).
           05 NEG-STATUS           PIC X(01).
               88 NEG-LISTADO      VALUE 'I'.
               88 NEG-EXCLUIDO     VALUE 'E'.
           05 NEG-DATA-BAIXA       PIC 9(08).
           05 NEG-MOTIVO-BAIXA     PIC X(01).
               88 NEG-BAIXA-PAGO   VALUE 'L'.
               88 NEG-BAIXA-PERDA  VALUE 'P'.
               88 NEG-BAIXA-CANCEL VALUE 'C'.
           05 NEG-DATA-EXCLUSAO    PIC 9(08).
           05 NEG-LOTE-EXCLUSAO    PIC 9(06).
