      *           GERADO. AS LINHAS FICAM EM PEDHITEN (PHIREG).
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui PHD-EMPRESA - empresa do pedido retido,
      *                 levada ao pedido gerado na liberacao (PEDLIBER).
      *                 ATENCAO: o campo novo muda o tamanho do registro
      *                 - arquivos PEDHOLD ja existentes precisam de
      *                 conversao unica na implantacao (empresa 01).
      ******************************************************************
       01 PED-HOLD-REG.
           05 PHD-NUMERO           PIC 9(06).
           05 PHD-DECISAO-DATA     PIC 9(08).
           05 PHD-JUSTIFICATIVA    PIC X(40).
           05 PHD-PEDIDO-GERADO    PIC 9(06).
           05 PHD-EMPRESA          PIC 9(02).
