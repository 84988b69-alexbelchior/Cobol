      ******************************************************************
      * Copybook: PROMREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA PROMOCAO DE PRECO (ARQUIVO PROMOCAO) -
      *           CAMPANHA COM PRAZO: FAIXA DE PRODUTOS (INICIAL =
      *           FINAL PARA UM SO PRODUTO), UF E SEGMENTO ABC DO
      *           CLIENTE (CLISEGM) OPCIONAIS (BRANCO = TODOS),
      *           PERCENTUAL DE DESCONTO SOBRE A TABELA OU PRECO FIXO,
      *           E JANELA DE VALIDADE. A BUSCA DE PRECO (ROTINA COMUM
      *           PROMOBUS) COMPARA A MELHOR PROMOCAO VIGENTE COM O
      *           ACORDO E A TABELA E FICA COM O MENOR PRECO.
      *           MANTIDO PELO PROMMANU; RESULTADO NO PROMREL.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PROMOCAO-REG.
           05 PMC-CODIGO           PIC 9(06).
           05 PMC-DESCRICAO        PIC X(30).
           05 PMC-PRODUTO-INI      PIC 9(06).
           05 PMC-PRODUTO-FIM      PIC 9(06).
           05 PMC-UF               PIC X(02).
           05 PMC-SEGMENTO         PIC X(01).
           05 PMC-TIPO             PIC X(01).
               88 PROMOCAO-DESCONTO VALUE 'D'.
               88 PROMOCAO-PRECO   VALUE 'P'.
           05 PMC-PERC-DESCONTO    PIC 9(02)V99.
           05 PMC-PRECO-PROMO      PIC 9(07)V99.
           05 PMC-VALIDADE-INI     PIC 9(08).
           05 PMC-VALIDADE-FIM     PIC 9(08).
           05 PMC-STATUS           PIC X(01).
               88 PROMOCAO-ATIVA   VALUE 'A'.
               88 PROMOCAO-CANCELADA VALUE 'C'.
