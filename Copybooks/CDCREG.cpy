      ******************************************************************
      * Copybook: CDCREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO DOCUMENTO DE CUSTO DE DESEMBARQUE (ARQUIVO
      *           DOCCUSTO, NUMERADO PELO REGISTRO 'CD' DO PEDCTRL) -
      *           CONHECIMENTO DE FRETE, DESPESA ADUANEIRA/IMPOSTO DE
      *           IMPORTACAO OU SEGURO LANCADO CONTRA ATE 10 OCS JA
      *           RECEBIDAS, COM O CRITERIO DE RATEIO ENTRE AS LINHAS
      *           RECEBIDAS (VALOR, PESO OU QUANTIDADE). MANTIDO E
      *           RATEADO PELO CDCMANU; O DETALHE DO RATEIO FICA EM
      *           CDRATEIO (CDRREG).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 DOC-CUSTO-REG.
           05 CDC-NUMERO           PIC 9(06).
           05 CDC-TIPO             PIC X(01).
               88 CDC-FRETE        VALUE 'F'.
               88 CDC-ADUANA       VALUE 'A'.
               88 CDC-SEGURO       VALUE 'S'.
               88 CDC-TIPO-VALIDO  VALUE 'F' 'A' 'S'.
           05 CDC-FORNECEDOR       PIC 9(04).
           05 CDC-DOC-EXTERNO      PIC X(15).
           05 CDC-DATA             PIC 9(08).
           05 CDC-VALOR            PIC 9(09)V99.
           05 CDC-CRITERIO         PIC X(01).
               88 CDC-POR-VALOR    VALUE 'V'.
               88 CDC-POR-PESO     VALUE 'P'.
               88 CDC-POR-QTD      VALUE 'Q'.
               88 CDC-CRITERIO-VALIDO VALUE 'V' 'P' 'Q'.
           05 CDC-QTD-OCS          PIC 9(02).
           05 CDC-OC               PIC 9(06) OCCURS 10 TIMES.
           05 CDC-STATUS           PIC X(01).
               88 CDC-PENDENTE     VALUE 'P'.
               88 CDC-RATEADO      VALUE 'R'.
               88 CDC-CANCELADO    VALUE 'C'.
           05 CDC-USUARIO          PIC X(20).
           05 CDC-DATA-RATEIO      PIC 9(08).
           05 CDC-VALOR-ESTOQUE    PIC 9(09)V99.
           05 CDC-VALOR-RESULTADO  PIC 9(09)V99.
