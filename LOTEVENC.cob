      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Lote vencendo (aviso) ou vencido (critico) gera
      *                 alerta de negocio para o estoque (rotina comum
      *                 ALERTAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEVENC.
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
           COPY ALTREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            INITIALIZE ALERTA-AREA.
            MOVE 'C' TO ALT-SEVERIDADE.
            MOVE 'LOTE VENCIDO COM SALDO A BAIXAR' TO ALT-TEXTO.
            PERFORM 2300-ALERTAR-LOTE.

       2200-IMPRIMIR-VENCENDO.
            MOVE SPACES TO REL-LINHA.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            INITIALIZE ALERTA-AREA.
            MOVE 'A' TO ALT-SEVERIDADE.
            STRING 'LOTE VENCE EM ' DELIMITED SIZE
                ELT-VALIDADE DELIMITED SIZE
                INTO ALT-TEXTO
            END-STRING.
            PERFORM 2300-ALERTAR-LOTE.

      *----------------------------------------------------------------
      * ALERTA DO LOTE PARA O ESTOQUE (ROTINA COMUM ALERTAR) - O LOTE
      * QUE VENCE COM O ALERTA DE AVISO AINDA ABERTO GANHA O ALERTA
      * CRITICO (A ROTINA SO SEGURA A REPETICAO DE MESMA SEVERIDADE).
      *----------------------------------------------------------------
       2300-ALERTAR-LOTE.
            MOVE 'LOTEVENC' TO ALT-TIPO.
            MOVE 'ESTOQUE' TO ALT-PAPEL.
            MOVE ELT-PRODUTO TO ALT-PRODUTO.
            MOVE ELT-LOTE TO ALT-DOCUMENTO.
            MOVE 'LOTEVENC' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
