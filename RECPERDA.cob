      *          E O TITULO SAI SOZINHO DO AGING E DA CONTAGEM DE
      *          ATRASOS DO CLISCORE. O RELATORIO MENSAL DE PERDAS POR
      *          CLIENTE E O PERDAREL, NA CADEIA MENSAL.
      *          A COMISSAO PAGA SOBRE O TITULO PERDIDO E ESTORNADA DO
      *          VENDEDOR DO PEDIDO (ROTINA COMUM CMESTORN). A OPCAO 2
      *          REGISTRA A RECUPERACAO DE TITULO EM PERDA (DINHEIRO
      *          QUE ENTROU DEPOIS DA BAIXA) E DEVOLVE A COMISSAO NA
      *          PROPORCAO DO RECUPERADO.
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      *                 JORNAL), para o roll-forward do CLIREST.
      * 02/09/2026 ABM  Registra entrada e saida no log de sessoes
      *                 pela rotina comum (CALL 'SESSLOG').
      * 15/10/2026 ABM  Menu com a recuperacao de titulo em perda. A
      *                 perda estorna a comissao do vendedor e a
      *                 recuperacao a devolve (rotina comum CMESTORN,
      *                 registro em COMESTOR).
      * 15/10/2026 ABM  Atualiza os totais de controle do CONTASR e do
      *                 CLICONTA (rotina TOTCTL) na perda e na
      *                 recuperacao.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT gravada com a empresa do
      *                 titulo (RCB-EMPRESA) em CTM-EMPRESA.
      * 15/10/2026 ABM  Titulo de empresa a que o usuario nao tem acesso
      *                 (rotina EMPCHK) e recusado na perda e na
      *                 recuperacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPERDA.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MSG-ERRO     PIC X(40) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-VALOR-RECUPERADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FORMA        PIC X(01) VALUE SPACE.
           88 FORMA-VALIDA VALUE 'D' 'T' 'C'.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY JRNREG.
           COPY SESREG.
           COPY CEAREG.
           COPY TCAREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF SUPERVISOR-OK
                PERFORM 1500-MENU UNTIL OPCAO-SAIR
            END-IF.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'RECPERDA' TO SES-PROGRAMA.
                    END-EVALUATE
            END-READ.

       1500-MENU.
            DISPLAY ' '.
            DISPLAY 'TITULOS INCOBRAVEIS'.
            DISPLAY '1 - BAIXAR TITULO PARA PERDA'.
            DISPLAY '2 - RECUPERACAO DE TITULO EM PERDA'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2000-PROCESSAR
                WHEN '2'
                    PERFORM 4000-RECUPERAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            DISPLAY 'NUMERO DA FATURA.. '.
                        MOVE 'TITULO NAO ESTA EM ABERTO'
                            TO WRK-MSG-ERRO
                    END-IF
                    IF WRK-MSG-ERRO = SPACES
                        PERFORM 2050-CONFERIR-EMPRESA
                    END-IF
            END-READ.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO
                PERFORM 2100-CONFIRMAR-PERDA
            END-IF.

      *----------------------------------------------------------------
      * O TITULO E DA EMPRESA RCB-EMPRESA (ZEROS = 01) - O USUARIO TEM
      * QUE TER ACESSO A ELA (ROTINA COMUM EMPCHK).
      *----------------------------------------------------------------
       2050-CONFERIR-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE RCB-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-NEGADA
                MOVE EMK-MOTIVO TO WRK-MSG-ERRO
            END-IF.

       2100-CONFIRMAR-PERDA.
            COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO.
            DISPLAY 'CLIENTE.........: ' RCB-CLIENTE.
      * O AGING E O CLISCORE DEIXAM DE ENXERGAR O TITULO.
      *----------------------------------------------------------------
       2200-GRAVAR-PERDA.
            MOVE RECEBER-REG TO TCA-ANTES.
            SET RECEB-PERDA TO TRUE.
            ACCEPT RCB-DATA-PERDA FROM DATE YYYYMMDD.
            MOVE WRK-MOTIVO TO RCB-MOTIVO-PERDA.
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A PERDA DO TITULO'
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
                    PERFORM 2950-JORNAL-TITULO
                    PERFORM 2300-LANCAR-CONTA
                    DISPLAY 'TITULO BAIXADO PARA PERDA'
                    PERFORM 2400-ESTORNAR-COMISSAO
            END-REWRITE.

       2300-LANCAR-CONTA.
                    MOVE RCB-CLIENTE TO CTA-CLIENTE
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            MOVE CONTA-REG TO TCA-ANTES.
            ADD WRK-VALOR-ABERTO TO CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    WRITE CONTA-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8930-CONTROLE-CONTA.
            PERFORM 2960-JORNAL-CONTA.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE 'PERDA'        TO CTM-ORIGEM.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

      *----------------------------------------------------------------
      * A COMISSAO PAGA NA VENDA SAI DO VENDEDOR DO PEDIDO NO MES
      * ABERTO DO RAZAO DE COMISSOES, SOBRE O VALOR PERDIDO.
      *----------------------------------------------------------------
       2400-ESTORNAR-COMISSAO.
            MOVE 'E'              TO CEA-OPERACAO.
            MOVE 'P'              TO CEA-ORIGEM.
            MOVE RCB-FATURA       TO CEA-FATURA.
            MOVE RCB-PEDIDO       TO CEA-PEDIDO.
            MOVE RCB-CLIENTE      TO CEA-CLIENTE.
            MOVE WRK-VALOR-ABERTO TO CEA-BASE.
            MOVE WRK-USUARIO      TO CEA-USUARIO.
            CALL 'CMESTORN' USING ESTORNO-AREA.
            IF CEA-EFETUADO
                DISPLAY CEA-MENSAGEM ' ' CEA-VENDEDOR ': ' CEA-VALOR
            ELSE
                DISPLAY CEA-MENSAGEM
            END-IF.

      *----------------------------------------------------------------
      * RECUPERACAO - O CLIENTE PAGOU (TUDO OU PARTE) O TITULO JA
      * BAIXADO PARA PERDA. A DIVIDA PERDOADA VOLTA NA CONTA
      * ('RECUPERA', DEBITO) E O PAGAMENTO ENTRA COMO BAIXA (CREDITO):
      * O SALDO DO CLIENTE NAO MUDA E A CONTABILIDADE ESTORNA A
      * DESPESA DE PERDA. RECUPERADO POR INTEIRO O TITULO VIRA
      * LIQUIDADO; EM PARTE, CONTINUA EM PERDA PELO RESTO.
      *----------------------------------------------------------------
       4000-RECUPERAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            DISPLAY 'NUMERO DA FATURA.. '.
            ACCEPT WRK-FATURA.
            MOVE WRK-FATURA TO RCB-FATURA.
            READ CONTAS-A-RECEBER
                INVALID KEY
                    MOVE 'FATURA NAO ENCONTRADA' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    IF NOT RECEB-PERDA
                        MOVE 'TITULO NAO ESTA BAIXADO PARA PERDA'
                            TO WRK-MSG-ERRO
                    END-IF
                    IF WRK-MSG-ERRO = SPACES
                        PERFORM 2050-CONFERIR-EMPRESA
                    END-IF
            END-READ.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO
            ELSE
                PERFORM 4100-CONFIRMAR-RECUPERACAO
            END-IF.

       4100-CONFIRMAR-RECUPERACAO.
            COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO.
            DISPLAY 'CLIENTE.........: ' RCB-CLIENTE.
            DISPLAY 'PEDIDO..........: ' RCB-PEDIDO.
            DISPLAY 'DATA DA PERDA...: ' RCB-DATA-PERDA.
            DISPLAY 'MOTIVO..........: ' RCB-MOTIVO-PERDA.
            DISPLAY 'VALOR EM PERDA..: ' WRK-VALOR-ABERTO.
            DISPLAY 'VALOR RECUPERADO.. '.
            MOVE ZEROS TO WRK-VALOR-RECUPERADO.
            ACCEPT WRK-VALOR-RECUPERADO.
            DISPLAY 'FORMA (D=DINHEIRO T=TRANSFERENCIA C=CHEQUE).. '.
            MOVE SPACE TO WRK-FORMA.
            ACCEPT WRK-FORMA.
            EVALUATE TRUE
                WHEN WRK-VALOR-RECUPERADO = ZEROS
                    DISPLAY 'VALOR RECUPERADO ZERADO - CANCELADO'
                WHEN WRK-VALOR-RECUPERADO > WRK-VALOR-ABERTO
                    DISPLAY 'VALOR MAIOR QUE O EM PERDA - CANCELADO'
                WHEN NOT FORMA-VALIDA
                    DISPLAY 'FORMA DE PAGAMENTO INVALIDA - CANCELADO'
                WHEN OTHER
                    DISPLAY 'CONFIRMA A RECUPERACAO (S/N).. '
                    MOVE 'N' TO WRK-CONFIRMA
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        PERFORM 4200-GRAVAR-RECUPERACAO
                    ELSE
                        DISPLAY 'RECUPERACAO CANCELADA'
                    END-IF
            END-EVALUATE.

       4200-GRAVAR-RECUPERACAO.
            MOVE RECEBER-REG TO TCA-ANTES.
            ADD WRK-VALOR-RECUPERADO TO RCB-VALOR-PAGO.
            IF RCB-VALOR-PAGO >= RCB-VALOR
                SET RECEB-LIQUIDADA TO TRUE
            END-IF.
            REWRITE RECEBER-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A RECUPERACAO DO TITULO'
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
                    PERFORM 2950-JORNAL-TITULO
                    PERFORM 4300-LANCAR-RECUPERACAO
                    DISPLAY 'RECUPERACAO REGISTRADA'
                    PERFORM 4400-REVERTER-COMISSAO
            END-REWRITE.

       4300-LANCAR-RECUPERACAO.
            MOVE RCB-CLIENTE TO CTA-CLIENTE.
            READ CLI-CONTA
                INVALID KEY
                    MOVE RCB-CLIENTE TO CTA-CLIENTE
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            MOVE CONTA-REG TO TCA-ANTES.
            SUBTRACT WRK-VALOR-RECUPERADO FROM CTA-SALDO.
            MOVE 'D'            TO CTM-TIPO.
            MOVE 'RECUPERA'     TO CTM-ORIGEM.
            MOVE SPACE          TO CTM-FORMA.
            PERFORM 4310-GRAVAR-MOVIMENTO.
            ADD WRK-VALOR-RECUPERADO TO CTA-SALDO.
            MOVE 'C'            TO CTM-TIPO.
            MOVE 'BAIXA'        TO CTM-ORIGEM.
            MOVE WRK-FORMA      TO CTM-FORMA.
            PERFORM 4310-GRAVAR-MOVIMENTO.
            REWRITE CONTA-REG
                INVALID KEY
                    WRITE CONTA-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8930-CONTROLE-CONTA.
            PERFORM 2960-JORNAL-CONTA.

       4310-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA    TO CTM-DATA.
            MOVE WRK-DH-HORA    TO CTM-HORA.
            MOVE WRK-USUARIO    TO CTM-USUARIO.
            MOVE RCB-CLIENTE    TO CTM-CLIENTE.
            MOVE WRK-VALOR-RECUPERADO TO CTM-VALOR.
            IF CTA-SALDO < 0
                MOVE '-' TO CTM-SALDO-SINAL
                COMPUTE CTM-SALDO = CTA-SALDO * -1
            ELSE
                MOVE '+' TO CTM-SALDO-SINAL
                MOVE CTA-SALDO TO CTM-SALDO
            END-IF.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

       4400-REVERTER-COMISSAO.
            MOVE 'R'              TO CEA-OPERACAO.
            MOVE 'P'              TO CEA-ORIGEM.
            MOVE RCB-FATURA       TO CEA-FATURA.
            MOVE RCB-PEDIDO       TO CEA-PEDIDO.
            MOVE RCB-CLIENTE      TO CEA-CLIENTE.
            MOVE WRK-VALOR-RECUPERADO TO CEA-BASE.
            MOVE WRK-USUARIO      TO CEA-USUARIO.
            CALL 'CMESTORN' USING ESTORNO-AREA.
            IF CEA-EFETUADO
                DISPLAY CEA-MENSAGEM ' ' CEA-VENDEDOR ': ' CEA-VALOR
            ELSE
                DISPLAY CEA-MENSAGEM
            END-IF.


      *----------------------------------------------------------------
      * IMAGENS DEPOIS PARA O JORNAL DE ATUALIZACOES (ROTINA COMUM
            CLOSE CONTA-MOVTOS.
            CLOSE USUARIOS.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'RECPERDA' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8930-CONTROLE-CONTA.
            MOVE 'CLICONTA' TO TCA-ARQUIVO.
            MOVE 'RECPERDA' TO TCA-PROGRAMA.
            MOVE CONTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM RECPERDA.
