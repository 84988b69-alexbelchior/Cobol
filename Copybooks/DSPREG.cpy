      ******************************************************************
      * Copybook: DSPREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA FILA DE DESCONTOS PENDENTES (ARQUIVO
      *           DESCPEND) - PEDIDO (PROGCOB09) OU ORCAMENTO (ORCAMENT)
      *           COM ALGUMA LINHA ACIMA DO DESCONTO MAXIMO (ROTINA
      *           DESCCHK) FICA AQUI EM VEZ DE SER GRAVADO NORMAL, ATE
      *           O GERENTE DE VENDAS DECIDIR CADA LINHA NO DESCAPROV.
      *           FILA SEPARADA DA RETENCAO DE CREDITO (PEDHOLD): O
      *           MOTIVO DE CREDITO APURADO NA DIGITACAO VIAJA EM
      *           DSP-MOTIVO-HOLD E, DECIDIDOS OS DESCONTOS, O PEDIDO
      *           AINDA PASSA POR PEDHOLD SE HOUVER MOTIVO. O
      *           PERCENTUAL DO FRETE DA UF E O FRETE POR PESO FICAM
      *           GUARDADOS PARA O FRETE SER REFEITO SOBRE O VALOR
      *           APROVADO. NUMERO DA CHAVE 'DP' DO PEDCTRL; AS LINHAS
      *           FICAM EM DESCITEN (DSIREG).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 DESC-PEND-REG.
           05 DSP-NUMERO           PIC 9(06).
           05 DSP-TIPO             PIC X(01).
               88 DSP-PEDIDO       VALUE 'P'.
               88 DSP-ORCAMENTO    VALUE 'O'.
           05 DSP-ORC-NUMERO       PIC 9(06).
           05 DSP-CLIENTE          PIC 9(06).
           05 DSP-DATA             PIC 9(08).
           05 DSP-PRODUTO          PIC X(20).
           05 DSP-VALOR            PIC 9(08)V99.
           05 DSP-PESO             PIC 9(05)V99.
           05 DSP-UF               PIC X(02).
           05 DSP-PERC-FRETE       PIC 9V999.
           05 DSP-FRETE-PESO       PIC 9(06)V99.
           05 DSP-FRETE            PIC 9(06)V99.
           05 DSP-TOTAL            PIC 9(08)V99.
           05 DSP-VENDEDOR         PIC 9(04).
           05 DSP-END-ENTREGA      PIC 9(02).
           05 DSP-COND-PAGTO       PIC 9(02).
           05 DSP-MOTIVO-HOLD      PIC X(40).
           05 DSP-EMPRESA          PIC 9(02).
           05 DSP-USUARIO          PIC X(20).
           05 DSP-STATUS           PIC X(01).
               88 DESC-PENDENTE    VALUE 'P'.
               88 DESC-DECIDIDO    VALUE 'D'.
           05 DSP-DECISAO-USUARIO  PIC X(20).
           05 DSP-DECISAO-DATA     PIC 9(08).
           05 DSP-PEDIDO-GERADO    PIC 9(06).
           05 DSP-HOLD-GERADO      PIC 9(06).
