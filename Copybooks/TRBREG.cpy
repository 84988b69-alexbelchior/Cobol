      ******************************************************************
      * Copybook: TRBREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA REGRA TRIBUTARIA (ARQUIVO REGRATRB) - POR
      *           IMPOSTO (ICMS, IPI, PIS, COFINS E ICMS-ST), UF DE
      *           ORIGEM, UF DE DESTINO E CLASSE FISCAL DO PRODUTO
      *           (PRO-CLASSE-FISCAL), A ALIQUOTA, O PERCENTUAL DE
      *           REDUCAO DA BASE E A MARGEM DE VALOR AGREGADO (MVA)
      *           DA SUBSTITUICAO TRIBUTARIA. UF '**' VALE PARA
      *           QUALQUER UF E CLASSE EM BRANCO PARA QUALQUER CLASSE
      *           - A EMISSAO (PROGCOB05) PROCURA DA REGRA MAIS
      *           ESPECIFICA PARA A MAIS GERAL. MANTIDO PELO TRBMANU.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 REGRA-TRIBUTO-REG.
           05 TRB-CHAVE.
               10 TRB-TIPO         PIC X(04).
                   88 TRB-ICMS     VALUE 'ICMS'.
                   88 TRB-IPI      VALUE 'IPI '.
                   88 TRB-PIS      VALUE 'PIS '.
                   88 TRB-COFINS   VALUE 'COFI'.
                   88 TRB-ST       VALUE 'ST  '.
               10 TRB-UF-ORIGEM    PIC X(02).
               10 TRB-UF-DESTINO   PIC X(02).
               10 TRB-CLASSE       PIC X(04).
           05 TRB-ALIQUOTA         PIC 9(02)V99.
           05 TRB-REDUCAO-BASE     PIC 9(02)V99.
           05 TRB-MVA              PIC 9(03)V99.
           05 TRB-DATA-ALTERACAO   PIC 9(08).
