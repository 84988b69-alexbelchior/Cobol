      *                 imagem depois no jornal de atualizacoes
      *                 (rotina comum JORNAL), para o roll-forward do
      *                 CLIREST.
      * 15/10/2026 ABM  Atualiza os totais de controle do CLIMAST
      *                 (rotina TOTCTL) a cada gravacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIAPROV.
           05 FILLER PIC 9(02) VALUE 2.
       01 WRK-PESOS-CNPJ2 REDEFINES WRK-PESOS-CNPJ2-LIT.
           05 WRK-PESO-CNPJ2   PIC 9(02) OCCURS 13 TIMES.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                INVALID KEY
                    DISPLAY 'CLIENTE NAO ENCONTRADO'
                NOT INVALID KEY
                    MOVE CLIENTE-REG TO TCA-ANTES
                    IF CLIENTE-PENDENTE
                        PERFORM 3200-MOSTRAR-E-DECIDIR
                    ELSE
            REWRITE CLIENTE-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A DECISAO'
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8910-CONTROLE-CLIENTE
            END-REWRITE.
            MOVE WRK-USUARIO TO JRA-USUARIO.
            MOVE 'CLIMAST' TO JRA-ARQUIVO.
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLIAPROV' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            CLOSE CLIENTES-MASTER.
            CLOSE USUARIOS.
