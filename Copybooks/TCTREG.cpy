      ******************************************************************
      * Copybook: TCTREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO ARQUIVO DE TOTAIS DE CONTROLE DOS MESTRES
      *           (TOTCTL) - UM REGISTRO POR MESTRE COM A QUANTIDADE
      *           DE REGISTROS, O TOTAL DE HASH DA CHAVE E ATE DOIS
      *           TOTAIS DE VALOR, MANTIDOS A CADA GRAVACAO PELA
      *           ROTINA COMUM TOTCTL E CONFERIDOS TODA NOITE CONTRA A
      *           RECONTAGEM DO ARQUIVO PELO TOTCONF:
      *               CLIMAST  - CLI-CODIGO  / -           / -
      *               CONTASR  - RCB-FATURA  / RCB-VALOR   /
      *                          RCB-VALOR-PAGO
      *               CLICONTA - CTA-CLIENTE / CTA-SALDO   / -
      *               ESTOQUE  - EST-PRODUTO / EST-SALDO   /
      *                          EST-COMPROMETIDO
      *               PEDIDOS  - PED-NUMERO  / PED-TOTAL   / -
      *               NOTAS    - NOT-NUMERO  / NOT-TOTAL-BRL / -
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 TOTCTL-REG.
           05 TCT-ARQUIVO          PIC X(08).
           05 TCT-QTD              PIC S9(09).
           05 TCT-HASH-CHAVE       PIC S9(15).
           05 TCT-TOTAL-1          PIC S9(13)V99.
           05 TCT-TOTAL-2          PIC S9(13)V99.
           05 TCT-ULT-DATA         PIC 9(08).
           05 TCT-ULT-HORA         PIC 9(06).
           05 TCT-ULT-PROGRAMA     PIC X(10).
           05 TCT-CONF-DATA        PIC 9(08).
           05 TCT-CONF-HORA        PIC 9(06).
           05 TCT-CONF-SITUACAO    PIC X(01).
               88 TCT-CONF-CARGA   VALUE 'I'.
               88 TCT-CONF-OK      VALUE 'C'.
               88 TCT-CONF-DIVERGE VALUE 'D'.
               88 TCT-CONF-REALINHADO VALUE 'R'.
