      *           PEDIDOS DO EMBARQUE FICAM EM EMBITEN (EMBIREG).
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui EMB-ORIGEM-FRETE (T = cotado pela
      *                 tabela contratada da transportadora, TABFRETE;
      *                 C/branco = soma do frete cobrado do cliente) e
      *                 EMB-PRAZO-DIAS (transito cotado). ATENCAO: os
      *                 campos novos mudam o tamanho do registro -
      *                 arquivos EMBARQUE ja existentes precisam de
      *                 conversao unica na implantacao.
      ******************************************************************
       01 EMBARQUE-REG.
           05 EMB-NUMERO           PIC 9(06).
           05 EMB-DATA             PIC 9(08).
           05 EMB-QTD-PEDIDOS      PIC 9(04).
           05 EMB-FRETE-PREVISTO   PIC 9(08)V99.
           05 EMB-ORIGEM-FRETE     PIC X(01).
               88 EMB-FRETE-CONTRATADO VALUE 'T'.
               88 EMB-FRETE-CLIENTE    VALUE 'C' ' '.
           05 EMB-PRAZO-DIAS       PIC 9(02).
