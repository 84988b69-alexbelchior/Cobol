      ******************************************************************
      * Copybook: SRHREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA LINHA DE HISTORICO DE NUMERO DE SERIE
      *           (ARQUIVO SERHIST.TXT) - UMA LINHA POR EVENTO DE CADA
      *           SERIE (ENTRADA, SAIDA NA ENTREGA, DEVOLUCAO, SUCATA
      *           E TRANSFERENCIA) COM DATA/HORA/USUARIO, ORIGEM E
      *           DOCUMENTO, ARMAZEM, FORNECEDOR E CLIENTE. E A BASE
      *           DA CONSULTA DE HISTORICO DO SERCONS.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui o evento M (consumo na ordem de
      *                 montagem/desmontagem).
      ******************************************************************
       01 SRH-LINHA.
           05 SRH-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-HORA          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-USUARIO       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-PRODUTO       PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-NUMERO        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-EVENTO        PIC X(01).
               88 SRH-ENTRADA       VALUE 'E'.
               88 SRH-SAIDA         VALUE 'S'.
               88 SRH-DEVOLUCAO     VALUE 'D'.
               88 SRH-SUCATA        VALUE 'B'.
               88 SRH-TRANSFERENCIA VALUE 'T'.
               88 SRH-CONSUMO       VALUE 'M'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-ORIGEM        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-DOCUMENTO     PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-ARMAZEM       PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-FORNECEDOR    PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 SRH-CLIENTE       PIC 9(06).
