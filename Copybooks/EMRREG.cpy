      ******************************************************************
      * Copybook: EMRREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LINHA DO RETORNO DO GATEWAY DE EMAIL (EMAILRET.TXT,
      *           LARGURA FIXA) - UMA LINHA POR MENSAGEM DA FILA
      *           EMAILQ.TXT PROCESSADA: E = ENTREGUE AO SERVIDOR DO
      *           DESTINATARIO, D = DEVOLVIDA (ENDERECO INEXISTENTE,
      *           CAIXA CHEIA, RECUSADA), COM O MOTIVO. IMPORTADO PELO
      *           EMAILRET E CONTADO NO EMAILREL.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 EMAILRET-REG.
           05 EMR-DATA             PIC 9(08).
           05 EMR-HORA             PIC 9(06).
           05 EMR-ORIGEM           PIC X(08).
           05 EMR-CLIENTE          PIC 9(06).
           05 EMR-ENDERECO         PIC X(40).
           05 EMR-SITUACAO         PIC X(01).
               88 EMR-ENTREGUE     VALUE 'E'.
               88 EMR-DEVOLVIDO    VALUE 'D'.
           05 EMR-MOTIVO           PIC X(30).
           05 FILLER               PIC X(11).
