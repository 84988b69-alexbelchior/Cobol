      *           DATADO (RELARQ.NNNNNN) ONDE A COPIA VIVE. O
      *           RELREIMP NAVEGA O INDICE E REIMPRIME; O RELPURGE
      *           EXPURGA ALEM DA RETENCAO (PARAMS, CHAVE DIASREL).
      *           O CORTE POR DESTINATARIO DO RELDIST E ARQUIVADO DO
      *           MESMO JEITO, COM O DESTINATARIO NA ENTRADA (EM
      *           BRANCO NO RELATORIO INTEIRO).
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui RIX-DESTINATARIO (usuario que recebeu o
      *                 corte do RELDIST; brancos = relatorio inteiro).
      *                 ATENCAO: o campo novo muda o tamanho do
      *                 registro - arquivos RELINDEX ja existentes
      *                 precisam de conversao unica na implantacao.
      ******************************************************************
       01 REL-INDICE-REG.
           05 RIX-SEQUENCIA        PIC 9(06).
           05 RIX-NOME             PIC X(20).
           05 RIX-QTD-LINHAS       PIC 9(06).
           05 RIX-ARQUIVO          PIC X(14).
           05 RIX-DESTINATARIO     PIC X(20).
