      ******************************************************************
      * Copybook: AIXREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO INDICE DE DOCUMENTOS ARQUIVADOS (ARQUIVO
      *           ARQINDEX) - CADA PEDIDO ('P') E CADA NOTA ('N')
      *           MOVIDOS PELO DOCARQ PARA OS ARQUIVOS DATADOS GANHAM
      *           UMA ENTRADA COM CLIENTE, DATA, SITUACAO E VALOR DO
      *           DOCUMENTO E A GERACAO (ANO DA EXECUCAO) QUE COMPOE
      *           O NOME DO ARQUIVO DATADO: PEDIDOS.AAAA/PEDITENS.AAAA
      *           E NOTAS.AAAA/NOTAITEN.AAAA. O PEDMANUT, O NOTAIMP E
      *           O CLI360 PROCURAM AQUI O QUE NAO ACHAM NO ARQUIVO
      *           CORRENTE (CHAVE ALTERNADA AIX-CLIENTE COM
      *           DUPLICATAS PARA A CONSULTA POR CLIENTE).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 ARQ-INDICE-REG.
           05 AIX-CHAVE.
               10 AIX-TIPO         PIC X(01).
                   88 AIX-PEDIDO   VALUE 'P'.
                   88 AIX-NOTA     VALUE 'N'.
               10 AIX-NUMERO       PIC 9(06).
           05 AIX-CLIENTE          PIC 9(06).
           05 AIX-DATA-DOC         PIC 9(08).
           05 AIX-SITUACAO         PIC X(01).
           05 AIX-VALOR            PIC 9(10)V99.
           05 AIX-GERACAO          PIC 9(04).
           05 AIX-DATA-ARQUIVO     PIC 9(08).
