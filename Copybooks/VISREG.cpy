      ******************************************************************
      * Copybook: VISREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DA AGENDA DE VISITAS DO VENDEDOR (ARQUIVO
      *           VISITAS) - CHAVE NUMERO DA VISITA (REGISTRO 'VS' DO
      *           PEDCTRL), CHAVES ALTERNADAS VENDEDOR E CLIENTE COM
      *           DUPLICATAS. A VISITA NASCE PLANEJADA PELO VISMANU
      *           (DATA, TIPO) E RECEBE O RESULTADO DEPOIS: PEDIDO
      *           FECHADO, ORCAMENTO EMITIDO, SEM INTERESSE OU
      *           REAGENDADA. REAGENDADA VIRA STATUS ADIADA E GERA UMA
      *           VISITA NOVA, LIGADA NOS DOIS SENTIDOS. O VISREL
      *           CRUZA AS VISITAS REALIZADAS COM PEDIDOS E ORCAMENT.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 VISITA-REG.
           05 VIS-NUMERO           PIC 9(06).
           05 VIS-VENDEDOR         PIC 9(04).
           05 VIS-CLIENTE          PIC 9(06).
           05 VIS-DATA-PLANEJADA   PIC 9(08).
           05 VIS-TIPO             PIC X(01).
               88 VISITA-PRESENCIAL VALUE 'P'.
               88 VISITA-TELEFONE   VALUE 'T'.
               88 VISITA-REMOTA     VALUE 'R'.
               88 VIS-TIPO-VALIDO   VALUE 'P' 'T' 'R'.
           05 VIS-STATUS           PIC X(01).
               88 VISITA-PLANEJADA  VALUE 'P'.
               88 VISITA-REALIZADA  VALUE 'R'.
               88 VISITA-ADIADA     VALUE 'A'.
               88 VISITA-CANCELADA  VALUE 'C'.
           05 VIS-DATA-REALIZADA   PIC 9(08).
           05 VIS-RESULTADO        PIC X(01).
               88 RESULT-PEDIDO     VALUE 'P'.
               88 RESULT-ORCAMENTO  VALUE 'O'.
               88 RESULT-SEM-INTER  VALUE 'N'.
               88 RESULT-REAGENDADA VALUE 'R'.
               88 VIS-RESULT-VALIDO VALUE 'P' 'O' 'N' 'R'.
           05 VIS-NOTAS            PIC X(60).
           05 VIS-VISITA-ORIGEM    PIC 9(06).
           05 VIS-VISITA-NOVA      PIC 9(06).
           05 VIS-USUARIO          PIC X(20).
           05 VIS-DATA-REGISTRO    PIC 9(08).
