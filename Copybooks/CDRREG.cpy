      ******************************************************************
      * Copybook: CDRREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO RATEIO DE CUSTO DE DESEMBARQUE (ARQUIVO
      *           CDRATEIO) - UMA LINHA POR DOCUMENTO DE CUSTO E LINHA
      *           DE OC RECEBIDA: BASE DO RATEIO, VALOR RATEADO, PARTE
      *           QUE ENTROU NO CUSTO MEDIO (PROPORCIONAL AO QUE AINDA
      *           ESTAVA EM ESTOQUE) E PARTE LEVADA A RESULTADO (O QUE
      *           JA TINHA SAIDO), COM O CUSTO MEDIO ANTES E DEPOIS.
      *           GRAVADO PELO CDCMANU, LIDO PELA AUDITORIA CDCREL.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 RATEIO-CUSTO-REG.
           05 CDR-CHAVE.
               10 CDR-DOCUMENTO    PIC 9(06).
               10 CDR-OC           PIC 9(06).
               10 CDR-LINHA        PIC 9(03).
           05 CDR-PRODUTO          PIC 9(06).
           05 CDR-TIPO             PIC X(01).
           05 CDR-CRITERIO         PIC X(01).
           05 CDR-QTD-RECEBIDA     PIC 9(05).
           05 CDR-BASE             PIC 9(11)V99.
           05 CDR-VALOR-RATEADO    PIC 9(09)V99.
           05 CDR-SALDO-ESTOQUE    PIC S9(07).
           05 CDR-VALOR-ESTOQUE    PIC 9(09)V99.
           05 CDR-VALOR-RESULTADO  PIC 9(09)V99.
           05 CDR-CUSTO-ANTES      PIC 9(07)V99.
           05 CDR-CUSTO-DEPOIS     PIC 9(07)V99.
           05 CDR-DATA             PIC 9(08).
