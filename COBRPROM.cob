      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Promessa quebrada gera alerta de negocio para a
      *                 cobranca (rotina comum ALERTAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRPROM.
       77 WRK-NOME-CLIENTE PIC X(40) VALUE SPACES.
           COPY REPORTHD.
           COPY JOBLREG.
           COPY ALTREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 2300-ALERTAR-QUEBRA.

      *----------------------------------------------------------------
      * PROMESSA QUEBRADA VAI TAMBEM PARA A FILA DE ALERTAS DA
      * COBRANCA (ROTINA COMUM ALERTAR), UMA VEZ POR TITULO ENQUANTO
      * O ALERTA ESTIVER ABERTO.
      *----------------------------------------------------------------
       2300-ALERTAR-QUEBRA.
            INITIALIZE ALERTA-AREA.
            MOVE 'PROMESSA' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'COBRANCA' TO ALT-PAPEL.
            MOVE CBC-CLIENTE TO ALT-CLIENTE.
            MOVE CBC-FATURA TO ALT-DOCUMENTO.
            STRING 'PROMESSA QUEBRADA - PROMETIDO PARA ' DELIMITED SIZE
                CBC-DATA-PROMESSA DELIMITED SIZE
                ' POR ' DELIMITED SIZE
                CBC-USUARIO DELIMITED SPACE
                INTO ALT-TEXTO
            END-STRING.
            MOVE 'COBRPROM' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       5010-LER-CONTATO.
            READ COBRANCA-CONTATOS NEXT RECORD
