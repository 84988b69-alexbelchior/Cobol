      ******************************************************************
      * Modification History:
      * 22/08/2026 ABM  Programa original.
      * 15/10/2026 ABM  Atualiza os totais de controle do CLIMAST
      *                 (rotina TOTCTL) a cada cliente anonimizado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLILGPD.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-ANON    PIC X(40) VALUE 'ANONIMIZADO LGPD'.
       77 WRK-DOC-ANON     PIC X(14) VALUE '00000000000000'.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            WRITE REL-LINHA.

       2100-SOBRESCREVER-CLIENTE.
            MOVE CLIENTE-REG TO TCA-ANTES.
            MOVE WRK-NOME-ANON TO CLI-NOME.
            MOVE WRK-DOC-ANON  TO CLI-DOCUMENTO.
            MOVE SPACES TO CLI-LOGRADOURO.
                    DISPLAY 'ERRO AO ANONIMIZAR CLIENTE ' CLI-CODIGO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-ANONIMIZADOS
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8910-CONTROLE-CLIENTE
                    MOVE CLI-CODIGO TO ANO-CLIENTE
                    WRITE ANONIMIZADO-REG
                        INVALID KEY
                    MOVE 'S' TO WRK-EOF-LISTA
            END-READ.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLILGPD' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
