      ******************************************************************
      * Copybook: IDCREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA TABELA DE INDICES DE REAJUSTE (ARQUIVO
      *           INDICES) - CHAVE INDICE + MES (AAAAMM) E A VARIACAO
      *           ACUMULADA EM 12 MESES PUBLICADA PARA AQUELE MES, EM
      *           PORCENTO (PODE SER NEGATIVA). O REAJUSTE ANUAL DOS
      *           CONTRATOS (CTOREAJ) USA A TAXA DO MES ANTERIOR AO
      *           ANIVERSARIO - A ULTIMA JA PUBLICADA. MANTIDA NO
      *           IDCMANU.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 INDICE-REG.
           05 IDC-CHAVE.
               10 IDC-INDICE       PIC X(01).
                   88 IDC-IGPM     VALUE 'G'.
                   88 IDC-IPCA     VALUE 'I'.
                   88 IDC-INDICE-VALIDO VALUE 'G' 'I'.
               10 IDC-ANO-MES      PIC 9(06).
           05 IDC-PERC-12M         PIC S9(03)V99.
