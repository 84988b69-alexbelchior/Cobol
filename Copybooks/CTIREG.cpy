      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA LINHA DO CONTRATO RECORRENTE (ARQUIVO
      *           CONTITEN) - CHAVE CONTRATO+LINHA, COM PRODUTO E
      *           QUANTIDADE. SEM PRECO DE CONTRATO (CTI-PRECO
      *           ZERADO) VALE O PRECO VIGENTE NA GERACAO DO MES
      *           (ACORDOS/PRECOTAB), COMO SERIA NUM PEDIDO DIGITADO
      *           NAQUELE DIA; COM PRECO, O CONTRATO FIXA O VALOR E O
      *           REAJUSTE ANUAL (CTOREAJ) O CORRIGE PELO INDICE.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui CTI-PRECO - preco fixo do contrato,
      *                 corrigido no aniversario pelo CTOREAJ.
      *                 ATENCAO: arquivos CONTITEN ja existentes
      *                 precisam de conversao unica na implantacao
      *                 (preco zerado segue a tabela, como antes).
      ******************************************************************
       01 CONTRATO-ITEM-REG.
           05 CTI-CHAVE.
               10 CTI-LINHA        PIC 9(03).
           05 CTI-PRODUTO          PIC 9(06).
           05 CTI-QUANTIDADE      PIC 9(05).
           05 CTI-PRECO            PIC 9(07)V99.
