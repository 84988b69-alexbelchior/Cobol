      *                 inclusao com codigo ja existente vira
      *                 duplicidade na excecao; alteracoes aplicadas
      *                 e rejeitadas saem separadas no resumo.
      * 15/10/2026 ABM  Atualiza os totais de controle do CLIMAST
      *                 (rotina TOTCTL) a cada inclusao e alteracao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICARGA.
           05 CLA-TELEFONE         PIC X(15).
           05 CLA-EMAIL            PIC X(40).
           COPY JOBLREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                        PERFORM 2030-GRAVAR-EXCECAO
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-INCLUSOS
                        MOVE 'I' TO TCA-OPERACAO
                        PERFORM 8910-CONTROLE-CLIENTE
                END-WRITE
            ELSE
                MOVE CARGA-CODIGO TO CLI-CODIGO
                                PERFORM 2030-GRAVAR-EXCECAO
                            NOT INVALID KEY
                                ADD 1 TO WRK-QTD-INCLUSOS
                                MOVE 'I' TO TCA-OPERACAO
                                PERFORM 8910-CONTROLE-CLIENTE
                        END-WRITE
                    NOT INVALID KEY
                        MOVE 'CODIGO JA CADASTRADO' TO WRK-MSG-ERRO
                    ADD 1 TO WRK-QTD-ALT-REJEITADOS
                    PERFORM 2030-GRAVAR-EXCECAO
                NOT INVALID KEY
                    MOVE CLIENTE-REG TO TCA-ANTES
                    PERFORM 2026-APLICAR-ALTERACAO
            END-READ.

                    PERFORM 2030-GRAVAR-EXCECAO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-ALTERADOS
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8910-CONTROLE-CLIENTE
                    PERFORM 2027-GRAVAR-HISTORICO
            END-REWRITE.

                    ADD 1 TO WRK-CONT-LIDO
            END-READ.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLICARGA' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM CLICARGA.
