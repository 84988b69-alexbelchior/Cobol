      *                 C=CHEQUE P=CHEQUE PRE-DATADO), ESPACO NAS
      *                 LINHAS QUE NAO SAO BAIXA. LINHAS ANTIGAS SAO
      *                 MAIS CURTAS E LIDAS COM ESPACO NO CAMPO.
      * 15/10/2026 ABM  Tipo A (CTM-ABERTURA) - linha de abertura
      *                 gravada pela virada anual (MOVYEAR) no inicio do
      *                 CTAMOV.TXT novo: valor zero, saldo do cliente no
      *                 fim do ano fechado em CTM-SALDO-SINAL/CTM-SALDO,
      *                 origem ABERTURA e o ano fechado no documento. Os
      *                 anos fechados ficam em CTAMOV.AAAA.
      * 15/10/2026 ABM  Inclui CTM-EMPRESA no fim da linha - empresa/
      *                 filial do titulo movimentado (01 quando o
      *                 movimento nao tem titulo). LINHAS ANTIGAS SAO
      *                 MAIS CURTAS E LIDAS COM ESPACO NO CAMPO, QUE
      *                 VALE COMO EMPRESA 01.
      ******************************************************************
       01 CTAMOV-LINHA.
           05 CTM-DATA          PIC 9(08).
           05 CTM-TIPO          PIC X(01).
               88 CTM-CREDITO   VALUE 'C'.
               88 CTM-DEBITO    VALUE 'D'.
               88 CTM-ABERTURA  VALUE 'A'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CTM-VALOR         PIC 9(09)V99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CTM-DOCUMENTO     PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CTM-FORMA         PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CTM-EMPRESA       PIC X(02).
