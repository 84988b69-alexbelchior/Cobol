      ******************************************************************
      * Copybook: PXCREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA COBRANCA PIX DO TITULO (ARQUIVO PIXCOB) -
      *           CHAVE PELO TXID, O MESMO GRAVADO EM RCB-PIX-TXID NO
      *           TITULO DO CONTAS-A-RECEBER. O PIXREMES GERA A
      *           COBRANCA PELO SALDO EM ABERTO DO TITULO, COM O CODIGO
      *           COPIA-E-COLA (BR CODE DO PIX, COM CRC) QUE O NOTAIMP
      *           E O RECCOBRA IMPRIMEM; QUANDO O SALDO MUDA A COBRANCA
      *           E SUBSTITUIDA POR OUTRA E A ANTIGA FICA AQUI COM A
      *           SITUACAO S. O PIXRET MARCA A COBRANCA PAGA COM A DATA
      *           E O IDENTIFICADOR FIM-A-FIM (E2E) DO PAGAMENTO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PIX-COBRANCA-REG.
           05 PXC-TXID             PIC X(35).
           05 PXC-FATURA           PIC 9(08).
           05 PXC-EMPRESA          PIC 9(02).
           05 PXC-CLIENTE          PIC 9(06).
           05 PXC-VALOR            PIC 9(08)V99.
           05 PXC-DATA-GERACAO     PIC 9(08).
           05 PXC-SITUACAO         PIC X(01).
               88 PIX-ATIVA        VALUE 'A'.
               88 PIX-SUBSTITUIDA  VALUE 'S'.
               88 PIX-BAIXADA      VALUE 'B'.
               88 PIX-PAGA         VALUE 'P'.
           05 PXC-DATA-SITUACAO    PIC 9(08).
           05 PXC-E2E              PIC X(32).
           05 PXC-CODIGO           PIC X(240).
