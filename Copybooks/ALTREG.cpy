      ******************************************************************
      * Copybook: ALTREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE CHAMADA DA ROTINA COMUM DE ALERTAS (ALERTAR)
      *           - O PROGRAMA QUE PERCEBE O FATO INFORMA O TIPO, A
      *           SEVERIDADE (C=CRITICO A=ATENCAO I=INFORMATIVO), O
      *           PAPEL DESTINATARIO (CREDITO, COMPRAS, COBRANCA...),
      *           O CLIENTE/PRODUTO/DOCUMENTO AFETADO, O TEXTO E O
      *           PROPRIO NOME, E CHAMA
      *               CALL 'ALERTAR' USING ALERTA-AREA
      *           A ROTINA DEVOLVE G (GRAVADO), D (JA HAVIA ALERTA
      *           ABERTO DO MESMO FATO) OU E (ERRO DE GRAVACAO) - O
      *           CHAMADOR NUNCA PARA POR CAUSA DO ALERTA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 ALERTA-AREA.
           05 ALT-TIPO             PIC X(08).
           05 ALT-SEVERIDADE       PIC X(01).
               88 ALT-CRITICO      VALUE 'C'.
               88 ALT-ATENCAO      VALUE 'A'.
               88 ALT-INFORMATIVO  VALUE 'I'.
           05 ALT-PAPEL            PIC X(08).
           05 ALT-CLIENTE          PIC 9(06).
           05 ALT-PRODUTO          PIC 9(06).
           05 ALT-DOCUMENTO        PIC X(12).
           05 ALT-TEXTO            PIC X(60).
           05 ALT-PROGRAMA         PIC X(10).
           05 ALT-RESULTADO        PIC X(01).
               88 ALT-GRAVADO      VALUE 'G'.
               88 ALT-DUPLICADO    VALUE 'D'.
               88 ALT-FALHOU       VALUE 'E'.
