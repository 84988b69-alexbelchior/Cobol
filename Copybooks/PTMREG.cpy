      ******************************************************************
      * Copybook: PTMREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO MOVIMENTO DE PONTOS DE FIDELIDADE (ARQUIVO
      *           PONTOMOV) - CHAVE CLIENTE + DATA + HORA + TIPO:
      *             A = ACUMULO DE UMA VENDA (A CHAVE E A DA VENDA NO
      *                 RAZAO, O QUE IMPEDE ACUMULAR DUAS VEZES); CADA
      *                 ACUMULO E UM LOTE COM SALDO E VALIDADE PROPRIOS;
      *             E = ESTORNO DE UMA DEVOLUCAO (CHAVE DA DEVOLUCAO);
      *             R = RESGATE COMO DESCONTO NO PROGCOB15 (COM A LOJA
      *                 E O VALOR DO DESCONTO);
      *             X = EXPIRACAO DO SALDO DE UM LOTE (CHAVE DO LOTE).
      *           ESTORNO, RESGATE E EXPIRACAO CONSOMEM OS LOTES DO
      *           MAIS ANTIGO PARA O MAIS NOVO. PTM-DATA-MOV E O DIA
      *           EM QUE O MOVIMENTO FOI FEITO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PONTOMOV-REG.
           05 PTM-CHAVE.
               10 PTM-CLIENTE      PIC 9(06).
               10 PTM-DATA         PIC 9(08).
               10 PTM-HORA         PIC 9(06).
               10 PTM-TIPO         PIC X(01).
                   88 PTM-ACUMULO    VALUE 'A'.
                   88 PTM-ESTORNO    VALUE 'E'.
                   88 PTM-RESGATE    VALUE 'R'.
                   88 PTM-EXPIRACAO  VALUE 'X'.
           05 PTM-PONTOS           PIC 9(07).
           05 PTM-SALDO-LOTE       PIC 9(07).
           05 PTM-VALIDADE         PIC 9(08).
           05 PTM-LOJA             PIC 9(03).
           05 PTM-VALOR            PIC 9(08)V99.
           05 PTM-DATA-MOV         PIC 9(08).
