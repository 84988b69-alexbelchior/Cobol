      * 22/08/2026 ABM  Passa a registrar inicio/fim, retorno e
      *                 contadores no arquivo JOBLOG via a rotina
      *                 comum (CALL 'JOBLOG').
      * 15/10/2026 ABM  Produto no ponto de reposicao gera alerta de
      *                 negocio para compras (rotina comum ALERTAR),
      *                 critico sem disponivel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTREPO.
       01 WRK-NOME-PRODUTO PIC X(40) VALUE SPACES.
           COPY REPORTHD.
           COPY JOBLREG.
           COPY ALTREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 2200-ALERTAR-REPOSICAO.

      *----------------------------------------------------------------
      * ALERTA PARA COMPRAS (ROTINA COMUM ALERTAR) - CRITICO QUANDO
      * NAO HA MAIS DISPONIVEL. ENQUANTO O ALERTA DO PRODUTO ESTIVER
      * ABERTO A ROTINA NAO DUPLICA NAS NOITES SEGUINTES.
      *----------------------------------------------------------------
       2200-ALERTAR-REPOSICAO.
            INITIALIZE ALERTA-AREA.
            MOVE 'REPOSIC' TO ALT-TIPO.
            IF WRK-DISPONIVEL > ZEROS
                MOVE 'A' TO ALT-SEVERIDADE
                MOVE 'DISPONIVEL NO PONTO DE REPOSICAO' TO ALT-TEXTO
            ELSE
                MOVE 'C' TO ALT-SEVERIDADE
                MOVE 'SEM DISPONIVEL - PRODUTO NO PONTO DE REPOSICAO'
                    TO ALT-TEXTO
            END-IF.
            MOVE 'COMPRAS' TO ALT-PAPEL.
            MOVE EST-PRODUTO TO ALT-PRODUTO.
            MOVE 'ESTREPO' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       5010-LER-ESTOQUE.
            READ ESTOQUE-SALDO NEXT RECORD
