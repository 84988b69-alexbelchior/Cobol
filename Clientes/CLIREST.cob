      *                 ate um ponto no tempo escolhido - a
      *                 restauracao passa de um dia perdido para
      *                 minutos perdidos.
      * 15/10/2026 ABM  Mantem os totais de controle do CLIMAST (rotina
      *                 TOTCTL): zera na reconstrucao e acumula cada
      *                 registro restaurado, reaplicado ou removido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIREST.
       77 WRK-DATA-LIMITE  PIC 9(08) VALUE 99999999.
       77 WRK-HORA-LIMITE  PIC 9(06) VALUE 999999.
       77 WRK-QTD-JORNAL   PIC 9(06) VALUE ZEROS.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
       2000-RESTAURAR.
            OPEN INPUT CLI-BACKUP.
            OPEN OUTPUT CLIENTES-MASTER.
            MOVE 'Z' TO TCA-OPERACAO.
            PERFORM 8910-CONTROLE-CLIENTE.
            MOVE 'N' TO WRK-EOF-BACKUP.
            PERFORM 2010-LER-BACKUP.
            PERFORM 2020-COPIAR UNTIL FIM-BACKUP.
                    DISPLAY 'ERRO AO RESTAURAR CODIGO ' BKP-CODIGO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-RESTAURADOS
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8910-CONTROLE-CLIENTE
            END-WRITE.
            PERFORM 2010-LER-BACKUP.

                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CLIENTE-REG           TO TCA-ANTES
                        MOVE HIS-NOME-DEPOIS       TO CLI-NOME
                        MOVE HIS-DOCUMENTO-DEPOIS  TO CLI-DOCUMENTO
                        MOVE HIS-LOGRADOURO-DEPOIS TO CLI-LOGRADOURO
                                    HIS-CODIGO
                            NOT INVALID KEY
                                ADD 1 TO WRK-QTD-REAPLICADAS
                                MOVE 'A' TO TCA-OPERACAO
                                PERFORM 8910-CONTROLE-CLIENTE
                        END-REWRITE
                END-READ
            END-IF.
                        AND JRN-HORA <= WRK-HORA-LIMITE))
                IF JRN-OPERACAO = 'E'
                    MOVE JRN-IMAGEM (1:6) TO CLI-CODIGO
                    MOVE CLIENTE-REG TO TCA-ANTES
                    DELETE CLIENTES-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 'E' TO TCA-OPERACAO
                            PERFORM 8910-CONTROLE-CLIENTE
                    END-DELETE
                ELSE
                    MOVE JRN-IMAGEM TO CLIENTE-REG
                    MOVE CLIENTE-REG TO TCA-ANTES
                    REWRITE CLIENTE-REG
                        INVALID KEY
                            WRITE CLIENTE-REG
                            MOVE 'I' TO TCA-OPERACAO
                        NOT INVALID KEY
                            MOVE 'A' TO TCA-OPERACAO
                    END-REWRITE
                    PERFORM 8910-CONTROLE-CLIENTE
                END-IF
                ADD 1 TO WRK-QTD-JORNAL
            END-IF.
            PERFORM 5010-LER-JORNAL.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLIREST' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'RESTAURACAO - RESUMO'.
