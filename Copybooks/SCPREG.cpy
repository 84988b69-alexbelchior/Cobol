      ******************************************************************
      * Copybook: SCPREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM SERCAPT
      *           (CAPTURA DE NUMEROS DE SERIE) - O CHAMADOR INFORMA O
      *           EVENTO, O PRODUTO, A QUANTIDADE MOVIMENTADA E OS
      *           DADOS DO DOCUMENTO; A ROTINA PEDE EXATAMENTE UMA
      *           SERIE POR UNIDADE, CONFERE CADA UMA CONTRA A
      *           SITUACAO EM SERIAIS E SO GRAVA QUANDO TODAS FORAM
      *           ACEITAS. CAPTURA-OK = 'N' QUER DIZER QUE NADA FOI
      *           GRAVADO E O CHAMADOR NAO DEVE MOVIMENTAR O ESTOQUE.
      *           NA DEVOLUCAO (EVENTO D), AS PRIMEIRAS SCP-QUANTIDADE
      *           SERIES VOLTAM AO ESTOQUE E AS SCP-QTD-SUCATA
      *           SEGUINTES SAO SUCATEADAS.
      *           SCP-MODO: BRANCO CAPTURA E GRAVA NA MESMA CHAMADA; 'C'
      *           SO CAPTURA E CONFERE, DEVOLVENDO AS SERIES EM
      *           SCP-LISTA SEM GRAVAR; 'G' GRAVA SEM PERGUNTAR AS
      *           SERIES JA CONFERIDAS EM SCP-LISTA - PARA O MOVIMENTO
      *           DE VARIOS PRODUTOS QUE SO PODE SER GRAVADO QUANDO
      *           TODOS FORAM CAPTURADOS (ORDEM DE MONTAGEM).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui o evento M (consumo na ordem de
      *                 montagem/desmontagem), SCP-MODO e SCP-LISTA.
      ******************************************************************
       01 SERCAPT-AREA.
           05 SCP-EVENTO           PIC X(01).
               88 SCP-ENTRADA      VALUE 'E'.
               88 SCP-SAIDA        VALUE 'S'.
               88 SCP-DEVOLUCAO    VALUE 'D'.
               88 SCP-TRANSFERENCIA VALUE 'T'.
               88 SCP-CONSUMO      VALUE 'M'.
           05 SCP-PRODUTO          PIC 9(06).
           05 SCP-QUANTIDADE       PIC 9(05).
           05 SCP-QTD-SUCATA       PIC 9(05).
           05 SCP-ARMAZEM          PIC 9(02).
           05 SCP-ARMAZEM-DEST     PIC 9(02).
           05 SCP-ORIGEM           PIC X(10).
           05 SCP-DOCUMENTO        PIC 9(06).
           05 SCP-FORNECEDOR       PIC 9(04).
           05 SCP-CLIENTE          PIC 9(06).
           05 SCP-USUARIO          PIC X(20).
           05 SCP-CAPTURA-OK       PIC X(01).
               88 SCP-CAPTUROU     VALUE 'S'.
           05 SCP-MODO             PIC X(01).
               88 SCP-MODO-CONFERIR VALUE 'C'.
               88 SCP-MODO-GRAVAR  VALUE 'G'.
           05 SCP-LISTA.
               10 SCP-SERIE        PIC X(20) OCCURS 100 TIMES.
