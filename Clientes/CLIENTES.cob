      *                 do GRUPEXPO e da consulta 360 - uma empresa
      *                 atras de cinco CNPJs deixa de parecer cinco
      *                 clientes pequenos.
      * 15/10/2026 ABM  Atualiza os totais de controle do CLIMAST
      *                 (rotina TOTCTL) a cada inclusao, alteracao,
      *                 exclusao logica e desfazimento.
      * 15/10/2026 ABM  Nova opcao A-MEUS ALERTAS: alertas de negocio
      *                 abertos do usuario do login, reconhecimento e
      *                 assinaturas (subprograma ALRTELA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES.
           COPY JRNREG.
           COPY PCKREG.
           COPY SESREG.
           COPY TCAREG.
       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
           05 LINE 15 COLUMN 15 VALUE '9 - ENDERECOS DE ENTREGA'.
           05 LINE 16 COLUMN 15 VALUE 'G - GRUPO ECONOMICO'.
           05 LINE 17 COLUMN 15 VALUE 'C - CONTATOS'.
           05 LINE 18 COLUMN 15 VALUE 'A - MEUS ALERTAS'.
           05 LINE 19 COLUMN 15 VALUE 'X - SAIDA'.
           05 LINE 20 COLUMN 15 VALUE 'OPCAO....: '.
           05 LINE 20 COLUMN 25 USING WRK-OPCAO.
           
       01 MENU-RELATO.
           05 LINE 12 COLUMN 55 VALUE '1 - EM TELA'.
               WHEN 'C'
               WHEN 'c'
                   PERFORM 5000-CONTATOS
               WHEN 'A'
               WHEN 'a'
                   PERFORM 5000-ALERTAS
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL 'X'
                       MOVE 'ENTRE COM OPCAO CORRETA' TO WRK-MSG-MENU
                    INVALID KEY
                        DISPLAY 'CODIGO JA CADASTRADO' AT 2201
                    NOT INVALID KEY
                        MOVE 'I' TO TCA-OPERACAO
                        PERFORM 8910-CONTROLE-CLIENTE
                        MOVE SPACES TO CLA-NOME
                        MOVE SPACES TO CLA-DOCUMENTO
                        MOVE 'INCLUSAO' TO WRK-AUD-OPERACAO
            END-READ.

       5100-ALTERAR-DADOS.
            MOVE CLIENTE-REG     TO TCA-ANTES.
            MOVE CLI-CODIGO      TO CLA-CODIGO.
            MOVE CLI-NOME        TO CLA-NOME.
            MOVE CLI-DOCUMENTO   TO CLA-DOCUMENTO.
       5105-TRATAR-GRAVACAO-ALTERAR.
            EVALUATE TRUE
                WHEN FS-MASTER-OK
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8910-CONTROLE-CLIENTE
                    MOVE 'ALTERACAO' TO WRK-AUD-OPERACAO
                    PERFORM 5900-GRAVAR-AUDITORIA
                    PERFORM 5910-GRAVAR-HISTORICO
                        DISPLAY TELA-EXCLUIR-CONF
                        ACCEPT TELA-EXCLUIR-CONF
                        IF WRK-CONFIRMA = 'S'
                            MOVE CLIENTE-REG TO TCA-ANTES
                            MOVE CLI-NOME TO CLA-NOME
                            MOVE CLI-DOCUMENTO TO CLA-DOCUMENTO
                            SET CLIENTE-INATIVO TO TRUE
                                INVALID KEY
                                    DISPLAY 'ERRO AO EXCLUIR' AT 2201
                                NOT INVALID KEY
                                    MOVE 'A' TO TCA-OPERACAO
                                    PERFORM 8910-CONTROLE-CLIENTE
                                    MOVE 'EXCLUSAO' TO WRK-AUD-OPERACAO
                                    PERFORM 5900-GRAVAR-AUDITORIA
                            END-REWRITE
            END-IF.

       5850-APLICAR-DESFAZER.
            MOVE CLIENTE-REG       TO TCA-ANTES.
            MOVE CLI-CODIGO        TO CLA-CODIGO.
            MOVE CLI-NOME          TO CLA-NOME.
            MOVE CLI-DOCUMENTO     TO CLA-DOCUMENTO.
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR DESFAZIMENTO' AT 2201
                    NOT INVALID KEY
                        MOVE 'A' TO TCA-OPERACAO
                        PERFORM 8910-CONTROLE-CLIENTE
                        MOVE 'DESFAZER' TO WRK-AUD-OPERACAO
                        PERFORM 5900-GRAVAR-AUDITORIA
                        PERFORM 5910-GRAVAR-HISTORICO
            CALL 'CLI360' USING CLI-CODIGO.
            ACCEPT WRK-TECLA AT 2001.

      *----------------------------------------------------------------
      * ALERTAS DE NEGOCIO DO USUARIO DO LOGIN (ASSINATURAS, LISTA E
      * RECONHECIMENTO) - SUBPROGRAMA ALRTELA.
      *----------------------------------------------------------------
       5000-ALERTAS.
            MOVE 'MODULO - ALERTAS    ' TO WRK-MODULO.
            DISPLAY TELA.
            CALL 'ALRTELA' USING WRK-USUARIO.

      *----------------------------------------------------------------
      * MANUTENCAO DAS PREFERENCIAS DE CONTATO DO CLIENTE (CLIPREF) -
      * FLAGS DE NAO-CORREIO/NAO-TELEFONE/NAO-EMAIL, GRAVADAS COM A

      *                         16 É A LINHA E 10 A COLUNA
      *      ACCEPT WRK-OPCAO AT 1610.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8910-CONTROLE-CLIENTE.
            MOVE 'CLIMAST' TO TCA-ARQUIVO.
            MOVE 'CLIENTES' TO TCA-PROGRAMA.
            MOVE CLIENTE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.
       END PROGRAM CLIENTES.
