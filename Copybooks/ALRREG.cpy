      ******************************************************************
      * Copybook: ALRREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA FILA DE ALERTAS DE NEGOCIO (ARQUIVO
      *           ALERTAS) - GRAVADA PELA ROTINA COMUM ALERTAR, LIDA
      *           PELO RESUMO DIARIO POR USUARIO E PELA ESCALACAO
      *           (ALRDIGES) E PELA TELA DE ALERTAS (ALRTELA, OPCAO A
      *           DO MENU DE CLIENTES). CHAVE DATA+HORA+SEQUENCIA; A
      *           REFERENCIA (TIPO+CLIENTE+PRODUTO+DOCUMENTO) E CHAVE
      *           ALTERNADA PARA A ROTINA NAO DUPLICAR ALERTA AINDA
      *           ABERTO DO MESMO FATO.
      *           TIPOS EM USO: PEDHOLD (PEDIDO RETIDO PARA O
      *           CREDITO), LIMITE (CLIENTE ACIMA DO LIMITE), REPOSIC
      *           (PRODUTO NO PONTO DE REPOSICAO), PROMESSA (PROMESSA
      *           DE PAGAMENTO QUEBRADA), TRAVA (ATUALIZACAO RECUSADA
      *           PELA JANELA BATCH), LOTEVENC (LOTE VENCENDO OU
      *           VENCIDO), SERIE (SERIE DE NUMERACAO DO PEDCTRL PERTO
      *           DO TETO OU ESGOTADA - ROTINA SERLIM).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Documenta o tipo SERIE.
      ******************************************************************
       01 ALERTA-REG.
           05 ALR-CHAVE.
               10 ALR-DATA         PIC 9(08).
               10 ALR-HORA         PIC 9(06).
               10 ALR-SEQ          PIC 9(03).
           05 ALR-REFERENCIA.
               10 ALR-TIPO         PIC X(08).
               10 ALR-CLIENTE      PIC 9(06).
               10 ALR-PRODUTO      PIC 9(06).
               10 ALR-DOCUMENTO    PIC X(12).
           05 ALR-SEVERIDADE       PIC X(01).
               88 ALR-CRITICO      VALUE 'C'.
               88 ALR-ATENCAO      VALUE 'A'.
               88 ALR-INFORMATIVO  VALUE 'I'.
           05 ALR-PAPEL            PIC X(08).
           05 ALR-TEXTO            PIC X(60).
           05 ALR-PROGRAMA         PIC X(10).
           05 ALR-STATUS           PIC X(01).
               88 ALR-ABERTO       VALUE 'A'.
               88 ALR-RECONHECIDO  VALUE 'R'.
           05 ALR-ESCALADO         PIC X(01).
               88 ALR-FOI-ESCALADO VALUE 'S'.
           05 ALR-DATA-ESCAL       PIC 9(08).
           05 ALR-HORA-ESCAL       PIC 9(06).
           05 ALR-USU-RECON        PIC X(20).
           05 ALR-DATA-RECON       PIC 9(08).
           05 ALR-HORA-RECON       PIC 9(06).
