      ******************************************************************
      * Copybook: SACREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO CHAMADO DE ATENDIMENTO POS-VENDA (SAC) -
      *           ARQUIVO CHAMADOS, NUMERADO PELO REGISTRO 'SC' DO
      *           PEDCTRL, CHAVE ALTERNADA CLIENTE. CLIENTE, PEDIDO,
      *           NOTA E PRODUTO (OPCIONAIS, ZEROS = NAO INFORMADO),
      *           TRANSPORTADORA DO EMBARQUE DO PEDIDO, CATEGORIA,
      *           PRIORIDADE, QUEM ABRIU E QUEM ATENDE, SITUACAO,
      *           DATA/HORA DA ABERTURA, DA PRIMEIRA RESPOSTA E DO
      *           FECHAMENTO E A RESOLUCAO. MANTIDO PELO SACMANU;
      *           PRAZOS NO SACSLA (DIARIO) E INDICES NO SACMENS.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 CHAMADO-REG.
           05 SAC-NUMERO           PIC 9(06).
           05 SAC-CLIENTE          PIC 9(06).
           05 SAC-PEDIDO           PIC 9(06).
           05 SAC-NOTA             PIC 9(06).
           05 SAC-PRODUTO          PIC 9(06).
           05 SAC-TRANSPORTADORA   PIC 9(04).
           05 SAC-CATEGORIA        PIC X(01).
               88 SAC-CAT-ATRASO   VALUE 'A'.
               88 SAC-CAT-AVARIA   VALUE 'V'.
               88 SAC-CAT-COBRANCA VALUE 'C'.
               88 SAC-CAT-QUALIDADE VALUE 'Q'.
               88 SAC-CATEGORIA-VALIDA VALUE 'A' 'V' 'C' 'Q'.
           05 SAC-PRIORIDADE       PIC 9(01).
               88 SAC-PRIOR-ALTA   VALUE 1.
               88 SAC-PRIOR-MEDIA  VALUE 2.
               88 SAC-PRIOR-BAIXA  VALUE 3.
               88 SAC-PRIORIDADE-VALIDA VALUE 1 THRU 3.
           05 SAC-STATUS           PIC X(01).
               88 SAC-ABERTO       VALUE 'A'.
               88 SAC-EM-ATENDIMENTO VALUE 'E'.
               88 SAC-FECHADO      VALUE 'F'.
               88 SAC-PENDENTE     VALUE 'A' 'E'.
           05 SAC-USUARIO-ABERTURA PIC X(20).
           05 SAC-DATA-ABERTURA    PIC 9(08).
           05 SAC-HORA-ABERTURA    PIC 9(06).
           05 SAC-USUARIO-RESP     PIC X(20).
           05 SAC-DATA-RESPOSTA    PIC 9(08).
           05 SAC-DATA-ULT-ATUALIZ PIC 9(08).
           05 SAC-USUARIO-FECHAM   PIC X(20).
           05 SAC-DATA-FECHAMENTO  PIC 9(08).
           05 SAC-DESCRICAO        PIC X(60).
           05 SAC-ANDAMENTO        PIC X(60).
           05 SAC-RESOLUCAO        PIC X(60).
