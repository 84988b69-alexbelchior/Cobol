      ******************************************************************
      * Copybook: TFRREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA TABELA DE FRETE CONTRATADA POR
      *           TRANSPORTADORA (ARQUIVO TABFRETE) - CADA
      *           TRANSPORTADORA TEM UMA OU MAIS LINHAS POR UF DE
      *           DESTINO (SEQUENCIA 01-99), CADA UMA PARA UMA FAIXA
      *           DE CEP (ZEROS = A UF INTEIRA), COM ATE CINCO FAIXAS
      *           DE PESO (VALOR FIXO ATE O PESO DA FAIXA), VALOR POR
      *           KG EXCEDENTE ACIMA DA ULTIMA FAIXA, FRETE MINIMO,
      *           AD-VALOREM SOBRE O VALOR DA MERCADORIA E PRAZO DE
      *           TRANSITO EM DIAS UTEIS. A PRIMEIRA LINHA CUJA FAIXA
      *           DE CEP CONTEM O DESTINO VALE - FAIXAS ESPECIFICAS
      *           VEM NAS SEQUENCIAS MENORES. MANTIDA NO TFRMANU E
      *           CALCULADA PELA ROTINA COMUM FRETCALC.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 TAB-FRETE-REG.
           05 TFR-CHAVE.
               10 TFR-TRANSPORTADORA PIC 9(04).
               10 TFR-UF           PIC X(02).
               10 TFR-SEQUENCIA    PIC 9(02).
           05 TFR-CEP-INICIO       PIC 9(08).
           05 TFR-CEP-FIM          PIC 9(08).
           05 TFR-FAIXA OCCURS 5 TIMES.
               10 TFR-PESO-ATE     PIC 9(05)V99.
               10 TFR-VALOR-FAIXA  PIC 9(06)V99.
           05 TFR-VALOR-KG-EXCED   PIC 9(03)V99.
           05 TFR-FRETE-MINIMO     PIC 9(06)V99.
           05 TFR-ADVALOREM-PCT    PIC 9(02)V99.
           05 TFR-PRAZO-DIAS       PIC 9(02).
