      *                 ou transferencia foi postada (saldo por
      *                 armazem em ESTARMZ). LINHAS ANTIGAS SAO MAIS
      *                 CURTAS E LIDAS COM ZEROS NO CAMPO.
      * 15/10/2026 ABM  Tipo I (MOV-ABERTURA) - linha de abertura
      *                 gravada pela virada anual (MOVYEAR) no inicio do
      *                 ESTMOV.TXT novo, uma por produto/armazem:
      *                 quantidade zero, origem ABERTURA e o saldo no
      *                 fim do ano fechado no layout MOVEST-ABERTURA
      *                 (armazem 00 leva a diferenca entre ESTOQUE e a
      *                 soma do ESTARMZ). Os anos fechados ficam em
      *                 ESTMOV.AAAA.
      ******************************************************************
       01 MOVEST-LINHA.
           05 MOV-DATA          PIC 9(08).
               88 MOV-ENTRADA   VALUE 'E'.
               88 MOV-SAIDA     VALUE 'S'.
               88 MOV-AJUSTE    VALUE 'A'.
               88 MOV-ABERTURA  VALUE 'I'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MOV-QUANTIDADE    PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MOV-ARMAZEM       PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MOV-LOTE          PIC X(10).
      *----------------------------------------------------------------
      * LINHA DE ABERTURA DA VIRADA ANUAL (MOV-ABERTURA): MESMOS CAMPOS
      * DA LINHA COMUM, QUANTIDADE ZERO, E O SALDO DO PRODUTO NO
      * ARMAZEM NO FIM DO ANO ANTERIOR LOGO DEPOIS DO LOTE.
      *----------------------------------------------------------------
       01 MOVEST-ABERTURA.
           05 FILLER            PIC X(83).
           05 FILLER            PIC X(01).
           05 MOV-SALDO-SINAL   PIC X(01).
           05 MOV-SALDO         PIC 9(07).
