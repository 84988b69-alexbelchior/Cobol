      *           NAO RECEBE MAIS LANCAMENTO: DEVOLUCAO TARDIA VIRA
      *           AJUSTE NO MES SEGUINTE, NO MESMO ESPIRITO EM QUE O
      *           PERFECHA PROTEGE OS LANCAMENTOS DE VENDA.
      *           O SALDO DO MES FECHADO VAI PARA A FOLHA PELO
      *           COMFOLHA; QUANDO A FOLHA ACEITA (COMFRET), O VALOR
      *           PAGO ENTRA EM CML-PAGO-FOLHA DO MES SEGUINTE E SAI
      *           DO SALDO TRANSPORTADO. REJEITADO CONTINUA NO SALDO.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui o pagamento pela folha (CML-PAGO-FOLHA,
      *                 que tambem abate o saldo) e o controle da
      *                 interface com a folha (situacao, lote e valor
      *                 enviado). ATENCAO: muda o tamanho do registro -
      *                 COMLEDG existente precisa de conversao unica na
      *                 implantacao (zeros/espaco = nunca enviado).
      ******************************************************************
       01 COM-LEDGER-REG.
           05 CML-CHAVE.
           05 CML-STATUS           PIC X(01).
               88 COMIS-MES-ABERTO  VALUE 'A' ' '.
               88 COMIS-MES-FECHADO VALUE 'F'.
           05 CML-PAGO-FOLHA       PIC S9(09)V99.
           05 CML-FOLHA-STATUS     PIC X(01).
               88 FOLHA-NAO-ENVIADO VALUE ' '.
               88 FOLHA-ENVIADO     VALUE 'E'.
               88 FOLHA-ACEITO      VALUE 'A'.
               88 FOLHA-REJEITADO   VALUE 'R'.
               88 FOLHA-SEM-VALOR   VALUE 'Z'.
           05 CML-FOLHA-LOTE       PIC 9(06).
           05 CML-FOLHA-VALOR      PIC 9(09)V99.
