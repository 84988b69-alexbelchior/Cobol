      * Modification History:
      * 22/08/2026 ABM  Layout inicial - ANO+MES/STATUS/FECHADO-POR/
      *                 DATA-FECHAMENTO.
      * 15/10/2026 ABM  Inclui PER-EMPRESA na chave - cada empresa/
      *                 filial fecha e reabre os seus meses sozinha.
      *                 Quem nao tem empresa no movimento confere a 01.
      *                 ATENCAO: a chave nova muda o tamanho do registro
      *                 - arquivos PERIODOS ja existentes precisam de
      *                 conversao unica na implantacao (periodos
      *                 antigos ficam na 01).
      ******************************************************************
       01 PERIODO-REG.
           05 PER-CHAVE.
               10 PER-EMPRESA      PIC 9(02).
               10 PER-ANO          PIC 9(04).
               10 PER-MES          PIC 9(02).
           05 PER-STATUS           PIC X(01).
