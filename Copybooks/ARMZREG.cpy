      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO MESTRE DE ARMAZENS (ARQUIVO ARMAZENS) -
      *           CODIGO, NOME, AREA TOTAL E AREA RESERVADA (NAO
      *           ALOCAVEL) DE CADA DEPOSITO. O TIPO SEPARA OS
      *           DEPOSITOS PROPRIOS DOS LOCAIS DE CONSIGNACAO NO
      *           CLIENTE (UM POR CLIENTE), CUJO SALDO EM ESTARMZ
      *           CONTINUA NO ESTOQUE DA EMPRESA ATE O CONSUMO.
      * Modification History:
      * 22/08/2026 ABM  Layout inicial - CODIGO/NOME/AREA-TOTAL/
      *                 AREA-RESERVADA.
      * 15/10/2026 ABM  Inclui ARM-TIPO (P = PROPRIO, C = CONSIGNACAO
      *                 NO CLIENTE), ARM-CLIENTE E ARM-DATA-CONTAGEM
      *                 (ULTIMA CONTAGEM NO CLIENTE). REGISTROS ANTIGOS
      *                 LIDOS COM BRANCO NO TIPO SAO PROPRIOS.
      ******************************************************************
       01 ARMAZEM-REG.
           05 ARM-CODIGO           PIC 9(02).
           05 ARM-NOME             PIC X(30).
           05 ARM-AREA-TOTAL       PIC 9(09)V99.
           05 ARM-AREA-RESERVADA   PIC 9(09)V99.
           05 ARM-TIPO             PIC X(01).
               88 ARM-PROPRIO      VALUE 'P' ' '.
               88 ARM-CONSIGNACAO  VALUE 'C'.
           05 ARM-CLIENTE          PIC 9(06).
           05 ARM-DATA-CONTAGEM    PIC 9(08).
