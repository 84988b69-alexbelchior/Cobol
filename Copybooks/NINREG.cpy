      ******************************************************************
      * Copybook: NINREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO REGISTRO DE NUMERACAO INUTILIZADA (ARQUIVO
      *           NUMINUT) - NUMERO DE NOTA (SERIE 'NT') OU DE FATURA
      *           (SERIE 'FT') QUE O CONTADOR DE PEDCTRL CONSUMIU MAS
      *           NUNCA VIROU DOCUMENTO (GRAVACAO COM ERRO, RESTAURACAO
      *           DE ARQUIVO, REPROCESSAMENTO). A SERIE E A PROPRIA
      *           CHAVE DO CONTADOR. O REGISTRO E FEITO PELO
      *           SUPERVISOR NO NOTACANC, COM MOTIVO, E JUSTIFICA O
      *           BURACO NA AUDITORIA DE NUMERACAO (NUMAUDIT).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Series das filiais ('N1'-'N9' e 'F1'-'F9') nas
      *                 condicoes de serie.
      ******************************************************************
       01 NUMERO-INUTIL-REG.
           05 NIN-CHAVE.
               10 NIN-SERIE        PIC X(02).
                   88 SERIE-NOTA       VALUE 'NT' 'N1' THRU 'N9'.
                   88 SERIE-FATURA     VALUE 'FT' 'F1' THRU 'F9'.
                   88 SERIE-VALIDA     VALUE 'NT' 'N1' THRU 'N9'
                                             'FT' 'F1' THRU 'F9'.
               10 NIN-NUMERO       PIC 9(08).
           05 NIN-DATA             PIC 9(08).
           05 NIN-USUARIO          PIC X(20).
           05 NIN-MOTIVO           PIC X(40).
