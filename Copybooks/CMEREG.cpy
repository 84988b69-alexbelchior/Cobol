      ******************************************************************
      * Copybook: CMEREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO REGISTRO DE ESTORNOS DE COMISSAO (ARQUIVO
      *           COMESTOR) - CHAVE PELA FATURA. UM REGISTRO POR
      *           TITULO BAIXADO PARA PERDA (RECPERDA) OU CANCELADO
      *           COM A NOTA (NOTACANC), COM O VENDEDOR DO PEDIDO, A
      *           BASE, O PERCENTUAL E A COMISSAO ESTORNADA.
      *           LANCAMENTO 'C' = AJUSTE NEGATIVO POSTADO NO RAZAO DE
      *           COMISSOES (COMLEDG) NO MES ABERTO; 'V' = A COMISSAO
      *           JA SAI LIQUIDA PELO ESTORNO 'D' DO RAZAO DE VENDAS
      *           (CANCELAMENTO DE NOTA) E O REGISTRO SO DOCUMENTA.
      *           A RECUPERACAO DO TITULO EM PERDA DEVOLVE A COMISSAO
      *           NA PROPORCAO DO VALOR RECUPERADO (CME-VALOR-
      *           REVERTIDO); REVERTIDO POR INTEIRO VIRA STATUS 'R'.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 COM-ESTORNO-REG.
           05 CME-FATURA           PIC 9(08).
           05 CME-PEDIDO           PIC 9(06).
           05 CME-CLIENTE          PIC 9(06).
           05 CME-VENDEDOR         PIC 9(04).
           05 CME-ORIGEM           PIC X(01).
               88 ESTORNO-PERDA     VALUE 'P'.
               88 ESTORNO-CANCEL    VALUE 'C'.
           05 CME-LANCAMENTO       PIC X(01).
               88 LANCADO-COMLEDG   VALUE 'C'.
               88 LIQUIDO-NO-RAZAO  VALUE 'V'.
           05 CME-BASE             PIC 9(08)V99.
           05 CME-PERC             PIC 9(02)V99.
           05 CME-VALOR            PIC 9(09)V99.
           05 CME-ANO-MES          PIC 9(06).
           05 CME-DATA             PIC 9(08).
           05 CME-USUARIO          PIC X(20).
           05 CME-STATUS           PIC X(01).
               88 ESTORNO-ATIVO     VALUE 'A'.
               88 ESTORNO-REVERTIDO VALUE 'R'.
           05 CME-VALOR-REVERTIDO  PIC 9(09)V99.
           05 CME-REV-ANO-MES      PIC 9(06).
           05 CME-REV-DATA         PIC 9(08).
           05 CME-REV-USUARIO      PIC X(20).
