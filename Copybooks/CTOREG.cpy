      *           (AAAAMM) IMPEDE PEDIDO DUPLICADO NO RERUN.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui o reajuste anual: indice (IGP-M, IPCA
      *                 ou percentual fixo), percentual fixo, mes de
      *                 aniversario e o ultimo reajuste aplicado
      *                 (AAAAMM, impede reajuste duplicado no rerun
      *                 do CTOREAJ). ATENCAO: arquivos CONTRATO ja
      *                 existentes precisam de conversao unica na
      *                 implantacao (indice branco e sem reajuste).
      ******************************************************************
       01 CONTRATO-REG.
           05 CTO-NUMERO           PIC 9(06).
               88 CONTRATO-ATIVO   VALUE 'A'.
               88 CONTRATO-INATIVO VALUE 'I'.
           05 CTO-ULTIMA-GERACAO   PIC 9(06).
           05 CTO-INDICE           PIC X(01).
               88 CTO-SEM-REAJUSTE VALUE 'N' ' '.
               88 CTO-INDICE-IGPM  VALUE 'G'.
               88 CTO-INDICE-IPCA  VALUE 'I'.
               88 CTO-INDICE-FIXO  VALUE 'F'.
               88 CTO-INDICE-VALIDO VALUE 'N' 'G' 'I' 'F'.
           05 CTO-PERC-FIXO        PIC 9(02)V99.
           05 CTO-MES-ANIVERSARIO  PIC 9(02).
           05 CTO-ULTIMO-REAJUSTE  PIC 9(06).
