      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Entrada recusada na janela batch gera alerta de
      *                 negocio para o suporte (rotina comum ALERTAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVACHK.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-SENHA        PIC X(10) VALUE SPACES.
           COPY ALTREG.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
            CLOSE SISTEMA-STATUS.
            IF JANELA-TRAVADA
                PERFORM 1000-TRATAR-TRAVA
                IF TRV-RESULTADO = 'B'
                    PERFORM 3000-ALERTAR-RECUSA
                END-IF
            END-IF.
            GOBACK.

            CLOSE TRAVA-LOG.
            DISPLAY 'SOBREPOSICAO AUTORIZADA E LOGADA'.

      *----------------------------------------------------------------
      * ENTRADA RECUSADA NA JANELA BATCH VAI PARA A FILA DE ALERTAS DO
      * SUPORTE (ROTINA COMUM ALERTAR) - UM ALERTA ABERTO POR PROGRAMA
      * CHAMADOR.
      *----------------------------------------------------------------
       3000-ALERTAR-RECUSA.
            INITIALIZE ALERTA-AREA.
            MOVE 'TRAVA' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'SUPORTE' TO ALT-PAPEL.
            MOVE TRV-PROGRAMA TO ALT-DOCUMENTO.
            STRING 'ENTRADA RECUSADA NA JANELA BATCH - ' DELIMITED SIZE
                TRV-PROGRAMA DELIMITED SPACE
                INTO ALT-TEXTO
            END-STRING.
            MOVE 'TRAVACHK' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       END PROGRAM TRAVACHK.
