      ******************************************************************
      * Copybook: PTSREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO SALDO DE PONTOS DE FIDELIDADE POR CLIENTE
      *           (ARQUIVO PONTOS) - SALDO ATUAL E OS ACUMULADOS DE
      *           PONTOS GANHOS, ESTORNADOS NA DEVOLUCAO, RESGATADOS
      *           COMO DESCONTO E EXPIRADOS. SO A ROTINA COMUM PTOLANC
      *           E A EXPIRACAO MENSAL (PTOMENS) GRAVAM AQUI; O
      *           DETALHE POR LOTE FICA EM PONTOMOV (PTMREG).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 PONTOS-REG.
           05 PTS-CLIENTE          PIC 9(06).
           05 PTS-SALDO            PIC 9(07).
           05 PTS-ACUMULADO        PIC 9(09).
           05 PTS-ESTORNADO        PIC 9(09).
           05 PTS-RESGATADO        PIC 9(09).
           05 PTS-EXPIRADO         PIC 9(09).
           05 PTS-DATA-ULT-MOV     PIC 9(08).
