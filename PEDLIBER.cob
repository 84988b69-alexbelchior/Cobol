      *                 (rotina comum PERMCHK), com negativa logada.
      * 02/09/2026 ABM  Registra entrada e saida no log de sessoes
      *                 pela rotina comum (CALL 'SESSLOG').
      * 15/10/2026 ABM  Pedido gravado ja com a situacao de razao NAO
      *                 LANCADO (PED-RAZAO-SITUACAO), que o FATURA muda
      *                 ao postar a venda em SALESLED.
      * 15/10/2026 ABM  Pedido liberado leva para PEDITENS a origem do
      *                 preco e o codigo da promocao de cada linha
      *                 retida.
      * 15/10/2026 ABM  Pedido liberado ganha a data prometida de
      *                 entrega por linha e no cabecalho (rotina comum
      *                 PRAZOENT), contada a partir da liberacao.
      * 15/10/2026 ABM  Atualiza os totais de controle do PEDIDOS e do
      *                 ESTOQUE (rotina TOTCTL) na liberacao do pedido
      *                 retido.
      * 15/10/2026 ABM  O pedido liberado herda a empresa do pedido
      *                 retido (PHD-EMPRESA; zeros = 01).
      * 15/10/2026 ABM  Pedido retido de empresa a que o supervisor nao
      *                 tem acesso (rotina EMPCHK) nao e decidido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDLIBER.
       77 WRK-QTD-LIBERADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
           COPY PCKREG.
           COPY SESREG.
           COPY PZEREG.
           COPY TCAREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                    DISPLAY 'PEDIDO RETIDO NAO ENCONTRADO'
                NOT INVALID KEY
                    IF HOLD-PENDENTE
                        PERFORM 3150-CONFERIR-EMPRESA
                        IF EMPRESA-OK
                            PERFORM 3200-MOSTRAR-E-DECIDIR
                        END-IF
                    ELSE
                        DISPLAY 'PEDIDO JA DECIDIDO (' PHD-STATUS
                            ') POR ' PHD-DECISAO-USUARIO
            END-READ.
            PERFORM 3000-PEDIR-NUMERO.

      *----------------------------------------------------------------
      * O PEDIDO RETIDO E DA EMPRESA PHD-EMPRESA (ZEROS = 01) - O
      * SUPERVISOR TEM QUE TER ACESSO A ELA (ROTINA COMUM EMPCHK).
      *----------------------------------------------------------------
       3150-CONFERIR-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE PHD-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-NEGADA
                DISPLAY 'PEDIDO RETIDO DA EMPRESA ' PHD-EMPRESA ': '
                    EMK-MOTIVO
            END-IF.

       3200-MOSTRAR-E-DECIDIR.
            MOVE PHD-TOTAL TO WRK-TOTAL-ED.
            DISPLAY 'CLIENTE....: ' PHD-CLIENTE.
            MOVE PHD-VENDEDOR      TO PED-VENDEDOR.
            MOVE PHD-END-ENTREGA   TO PED-END-ENTREGA.
            MOVE PHD-COND-PAGTO    TO PED-COND-PAGTO.
            MOVE 'N' TO PED-RAZAO-SITUACAO.
            MOVE ZEROS TO PED-RAZAO-DATA.
            MOVE ZEROS TO PED-RAZAO-HORA.
            MOVE ZEROS TO PED-DATA-PROMETIDA.
            MOVE ZEROS TO WRK-DATA-PROMETIDA.
            IF PHD-EMPRESA = ZEROS
                MOVE 01 TO PED-EMPRESA
            ELSE
                MOVE PHD-EMPRESA TO PED-EMPRESA
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            WRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PEDIDO LIBERADO'
                NOT INVALID KEY
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    PERFORM 4100-COPIAR-ITENS
                    PERFORM 4300-GRAVAR-PROMETIDA
                    PERFORM 4500-MARCAR-DECISAO
                    ADD 1 TO WRK-QTD-LIBERADOS
                    DISPLAY 'PEDIDO LIBERADO - GRAVADO SOB O NUMERO '
            MOVE PHI-DESCONTO-PCT TO ITN-DESCONTO-PCT.
            MOVE PHI-TOTAL        TO ITN-TOTAL.
            MOVE ZEROS TO ITN-QTD-ENTREGUE.
            MOVE PHI-ORIGEM-PRECO TO ITN-ORIGEM-PRECO.
            MOVE PHI-PROMOCAO     TO ITN-PROMOCAO.
            PERFORM 4150-PROMETER-ITEM.
            WRITE ITEM-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' ITN-LINHA
                    PERFORM 4200-BAIXAR-ESTOQUE
            END-WRITE.

      *----------------------------------------------------------------
      * DATA PROMETIDA DA LINHA PELA ROTINA COMUM PRAZOENT, COM O
      * DISPONIVEL LIDO ANTES DE A LINHA COMPROMETER O ESTOQUE - A DATA
      * CONTA DA LIBERACAO, NAO DA DIGITACAO, POIS O PEDIDO FICOU
      * PARADO NA FILA.
      * O PEDIDO PROMETE A MAIOR DATA DAS LINHAS (ENTREGA COMPLETA).
      *----------------------------------------------------------------
       4150-PROMETER-ITEM.
            MOVE ITN-PRODUTO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ZEROS TO PZE-DISPONIVEL
                NOT INVALID KEY
                    COMPUTE PZE-DISPONIVEL =
                        EST-SALDO - EST-COMPROMETIDO
            END-READ.
            MOVE ITN-PRODUTO    TO PZE-PRODUTO.
            MOVE ITN-QUANTIDADE TO PZE-QUANTIDADE.
            MOVE PHD-UF TO PZE-UF.
            MOVE WRK-DATA-HOJE TO PZE-DATA-BASE.
            CALL 'PRAZOENT' USING PRAZOENT-AREA.
            MOVE PZE-DATA-PROMETIDA TO ITN-DATA-PROMETIDA.
            IF PZE-DATA-PROMETIDA > WRK-DATA-PROMETIDA
                MOVE PZE-DATA-PROMETIDA TO WRK-DATA-PROMETIDA
            END-IF.

      *----------------------------------------------------------------
      * MESMO COMPROMETIMENTO DE ESTOQUE DA ENTRADA NORMAL
      * (PROGCOB09) - O FISICO SO SAI NA ENTREGA, PELO PEDMANUT.
                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.
            ADD ITN-QUANTIDADE TO EST-COMPROMETIDO.
            REWRITE ESTOQUE-REG
                INVALID KEY
                    WRITE ESTOQUE-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8940-CONTROLE-ESTOQUE.
            IF EST-SALDO - EST-COMPROMETIDO < ZEROS
                DISPLAY 'AVISO: DISPONIVEL INSUFICIENTE DO PRODUTO '
                    EST-PRODUTO
            END-IF.

       4300-GRAVAR-PROMETIDA.
            MOVE PEDIDO-REG TO TCA-ANTES.
            MOVE WRK-DATA-PROMETIDA TO PED-DATA-PROMETIDA.
            REWRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR DATA PROMETIDA DO PEDIDO '
                        PED-NUMERO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
            END-REWRITE.
            DISPLAY 'ENTREGA PROMETIDA PARA ' PED-DATA-PROMETIDA.

       4500-MARCAR-DECISAO.
            MOVE 'A' TO PHD-STATUS.
            MOVE WRK-USUARIO TO PHD-DECISAO-USUARIO.
                        ' REJEITADO DEFINITIVAMENTE'
            END-REWRITE.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'PEDLIBER' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'PEDLIBER' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            CLOSE USUARIOS.
            CLOSE PED-HOLD.
