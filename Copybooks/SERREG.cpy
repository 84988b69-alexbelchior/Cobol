      ******************************************************************
      * Copybook: SERREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO CADASTRO DE NUMEROS DE SERIE (ARQUIVO
      *           SERIAIS, CHAVE PRODUTO + SERIE) DOS PRODUTOS COM
      *           PRO-SERIALIZADO = 'S' - SITUACAO ATUAL DE CADA
      *           UNIDADE (EM ESTOQUE, VENDIDA OU SUCATEADA), ARMAZEM
      *           ONDE ESTA, FORNECEDOR/OC DE ORIGEM, CLIENTE/PEDIDO
      *           DA VENDA E RMA DA ULTIMA DEVOLUCAO. MANTIDO PELA
      *           ROTINA COMUM SERCAPT; A HISTORIA COMPLETA DE CADA
      *           SERIE FICA EM SERHIST.TXT (SRHREG).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui a situacao M - serie consumida numa
      *                 ordem de montagem/desmontagem (dentro do kit
      *                 montado ou do kit desmontado); volta a E quando
      *                 a ordem seguinte devolve a peca ao estoque.
      ******************************************************************
       01 SERIAL-REG.
           05 SER-CHAVE.
               10 SER-PRODUTO       PIC 9(06).
               10 SER-NUMERO        PIC X(20).
           05 SER-STATUS            PIC X(01).
               88 SERIAL-EM-ESTOQUE VALUE 'E'.
               88 SERIAL-VENDIDO    VALUE 'V'.
               88 SERIAL-SUCATEADO  VALUE 'B'.
               88 SERIAL-CONSUMIDO  VALUE 'M'.
           05 SER-ARMAZEM           PIC 9(02).
           05 SER-FORNECEDOR        PIC 9(04).
           05 SER-OC                PIC 9(06).
           05 SER-DATA-ENTRADA      PIC 9(08).
           05 SER-CLIENTE           PIC 9(06).
           05 SER-PEDIDO            PIC 9(06).
           05 SER-DATA-SAIDA        PIC 9(08).
           05 SER-RMA               PIC 9(06).
           05 SER-DATA-DEVOLUCAO    PIC 9(08).
           05 SER-DATA-ULT-MOV      PIC 9(08).
