      *           TEM DE ONDE TIRAR AS DATAS.
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui PSH-OCORRENCIA no fim da linha - a
      *                 ocorrencia de entrega informada pela
      *                 transportadora (PODIMP). OCORRENCIA QUE NAO MUDA
      *                 O STATUS GRAVA STATUS DE/PARA IGUAIS; LINHAS
      *                 ANTIGAS E TRANSICOES COMUNS FICAM EM BRANCO.
      ******************************************************************
       01 PSH-LINHA.
           05 PSH-DATA          PIC 9(08).
           05 PSH-STATUS-ANTES  PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PSH-STATUS-DEPOIS PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PSH-OCORRENCIA    PIC X(01).
               88 PSH-SEM-OCORRENCIA  VALUE ' '.
               88 PSH-OCOR-ENTREGUE   VALUE 'E'.
               88 PSH-OCOR-RECUSADO   VALUE 'R'.
               88 PSH-OCOR-NAO-ACHADO VALUE 'N'.
               88 PSH-OCOR-DEVOLVIDO  VALUE 'D'.
