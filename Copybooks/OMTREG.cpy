      ******************************************************************
      * Copybook: OMTREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA ORDEM DE MONTAGEM DE KIT (ARQUIVO ORDMONT)
      *           - NUMERO (CONTROLE 'OM' DO PEDCTRL), TIPO (MONTAGEM
      *           OU DESMONTAGEM), KIT, QUANTIDADE DE KITS E ARMAZEM
      *           ONDE OS COMPONENTES SAO CONSUMIDOS E O KIT ENTRA (OU
      *           O INVERSO). CICLO: ABERTA -> LIBERADA (SEM FALTA DE
      *           COMPONENTE) -> CONCLUIDA (ESTOQUE MOVIMENTADO), OU
      *           CANCELADA ANTES DE CONCLUIR. O CUSTO E O DA SOMA DOS
      *           COMPONENTES PELO CUSTO MEDIO NA CONCLUSAO. MANTIDO
      *           PELO OMTMANU E LISTADO PELO OMTREL.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 ORDEM-MONTAGEM-REG.
           05 OMT-NUMERO           PIC 9(06).
           05 OMT-TIPO             PIC X(01).
               88 OMT-MONTAGEM     VALUE 'M'.
               88 OMT-DESMONTAGEM  VALUE 'D'.
           05 OMT-KIT              PIC 9(06).
           05 OMT-QUANTIDADE       PIC 9(05).
           05 OMT-ARMAZEM          PIC 9(02).
           05 OMT-STATUS           PIC X(01).
               88 OMT-ABERTA       VALUE 'A'.
               88 OMT-LIBERADA     VALUE 'L'.
               88 OMT-CONCLUIDA    VALUE 'C'.
               88 OMT-CANCELADA    VALUE 'X'.
           05 OMT-DATA-ABERTURA    PIC 9(08).
           05 OMT-DATA-CONCLUSAO   PIC 9(08).
           05 OMT-USUARIO          PIC X(20).
           05 OMT-CUSTO-TOTAL      PIC 9(09)V99.
           05 OMT-CUSTO-UNIT       PIC 9(07)V99.
