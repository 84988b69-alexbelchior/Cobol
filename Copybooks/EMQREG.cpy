      ******************************************************************
      * Copybook: EMQREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LINHA DA FILA DE EMAIL DE SAIDA (EMAILQ.TXT), GRAVADA
      *           PELA ROTINA COMUM EMAILENF A PEDIDO DO EXTRATO, DO
      *           NOTAIMP E DO RECCOBRA. SITUACAO F = NA FILA PARA O
      *           GATEWAY DE EMAIL (SO ESTAS LINHAS SAO ENVIADAS);
      *           SITUACAO I = DOCUMENTO QUE CAIU PARA IMPRESSAO, COM O
      *           MOTIVO (CLIENTE NAO ACEITA EMAIL, SEM ENDERECO OU
      *           ENDERECO DEVOLVIDO). LIDA PELO EMAILREL.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 EMAILQ-LINHA.
           05 EMQ-DATA          PIC 9(08).
           05 FILLER            PIC X(01).
           05 EMQ-HORA          PIC 9(06).
           05 FILLER            PIC X(01).
           05 EMQ-SITUACAO      PIC X(01).
               88 EMQ-NA-FILA   VALUE 'F'.
               88 EMQ-IMPRESSO  VALUE 'I'.
           05 FILLER            PIC X(01).
           05 EMQ-ORIGEM        PIC X(08).
           05 FILLER            PIC X(01).
           05 EMQ-CLIENTE       PIC 9(06).
           05 FILLER            PIC X(01).
           05 EMQ-DESTINATARIO  PIC X(40).
           05 FILLER            PIC X(01).
           05 EMQ-ASSUNTO       PIC X(60).
           05 FILLER            PIC X(01).
           05 EMQ-MODELO        PIC X(08).
           05 FILLER            PIC X(01).
           05 EMQ-ANEXO         PIC X(20).
           05 FILLER            PIC X(01).
           05 EMQ-MOTIVO        PIC X(30).
