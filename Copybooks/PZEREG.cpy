      ******************************************************************
      * Copybook: PZEREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM PRAZOENT
      *           (DATA PROMETIDA DE ENTREGA) - O CHAMADOR INFORMA
      *           PRODUTO, QUANTIDADE, O DISPONIVEL JA LIDO NO ESTOQUE
      *           (SALDO - COMPROMETIDO, ANTES DE COMPROMETER A LINHA),
      *           A UF DE ENTREGA E A DATA BASE; A ROTINA DEVOLVE A
      *           DATA EM QUE A MERCADORIA FICA PRONTA, OS DIAS DE
      *           TRANSITO DA UF, A DATA PROMETIDA (EM DIA UTIL DO
      *           CALENDAR) E DE ONDE VEIO A PREVISAO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PRAZOENT-AREA.
           05 PZE-PRODUTO          PIC 9(06).
           05 PZE-QUANTIDADE       PIC 9(05).
           05 PZE-DISPONIVEL       PIC S9(07).
           05 PZE-UF               PIC X(02).
           05 PZE-DATA-BASE        PIC 9(08).
           05 PZE-DATA-PRONTA      PIC 9(08).
           05 PZE-DIAS-TRANSITO    PIC 9(02).
           05 PZE-DATA-PROMETIDA   PIC 9(08).
           05 PZE-ORIGEM           PIC X(01).
               88 PZE-DO-ESTOQUE   VALUE 'E'.
               88 PZE-DA-COMPRA    VALUE 'C'.
               88 PZE-SEM-PREVISAO VALUE 'S'.
