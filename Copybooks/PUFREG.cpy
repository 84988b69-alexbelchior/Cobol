      ******************************************************************
      * Copybook: PUFREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA TABELA DE PRAZO DE TRANSITO POR UF (ARQUIVO
      *           PRAZOUF) - DIAS UTEIS ENTRE A SAIDA DO DEPOSITO E A
      *           ENTREGA NO CLIENTE PARA CADA UF DE DESTINO, USADOS
      *           PELA ROTINA COMUM PRAZOENT NA DATA PROMETIDA DO
      *           PEDIDO. UF FORA DA TABELA USA O PARAMETRO DIASTRAN.
      *           MANTIDA NO PUFMANU.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PRAZOUF-REG.
           05 PUF-UF               PIC X(02).
           05 PUF-DIAS-TRANSITO    PIC 9(02).
