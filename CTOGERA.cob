      *          (CONTRATO/CONTITEN) - PARA CADA CONTRATO ATIVO E
      *          DENTRO DA VIGENCIA QUE AINDA NAO GEROU NO MES, CRIA
      *          O PEDIDO EM PEDIDOS/PEDITENS COM A MESMA
      *          PRECIFICACAO (PRECOTAB/ACORDOS/PROMOCAO), O MESMO FRETE
      *          (FRETEUF + FAIXA DE PESO) E O MESMO CRIVO DE CREDITO
      *          DE UM PEDIDO DIGITADO: RECUSA DE CREDITO ESTACIONA
      *          EM PEDHOLD PARA O PEDLIBER. O RELATORIO DIZ O QUE
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Pedido gravado ja com a situacao de razao NAO
      *                 LANCADO (PED-RAZAO-SITUACAO), que o FATURA muda
      *                 ao postar a venda em SALESLED.
      * 15/10/2026 ABM  Precificacao das linhas igual a do PROGCOB09:
      *                 menor preco entre faixa, acordo e promocao
      *                 vigente (PROMOBUS), com a origem do preco e o
      *                 codigo da promocao gravados na linha do pedido e
      *                 do pedido retido.
      * 15/10/2026 ABM  Linha com preco de contrato (CTI-PRECO) sai por
      *                 esse preco, com origem C; sem preco, segue a
      *                 precificacao vigente como antes.
      * 15/10/2026 ABM  Pedido gerado ganha a data prometida de entrega
      *                 por linha e no cabecalho (rotina comum
      *                 PRAZOENT), contada da data do pedido.
      * 15/10/2026 ABM  Atualiza os totais de controle do ESTOQUE e do
      *                 PEDIDOS (rotina TOTCTL) a cada gravacao.
      * 15/10/2026 ABM  Pedido retido em PEDHOLD gera alerta de negocio
      *                 para o credito (rotina comum ALERTAR).
      * 15/10/2026 ABM  Pedido gerado e pedido retido do contrato saem
      *                 na empresa 01 (PED-/PHD-EMPRESA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTOGERA.
       77 WRK-QTD-ITENS    PIC 9(02) VALUE ZEROS.
       77 WRK-PRECO-UNIT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRECO-TABELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ORIGEM-PRECO PIC X(01) VALUE 'T'.
       77 WRK-PROMOCAO     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO         PIC 9(05)V99 VALUE ZEROS.
       77 WRK-UF           PIC X(02) VALUE SPACES.
               10 WRK-ITEM-QTD      PIC 9(05).
               10 WRK-ITEM-PRECO    PIC 9(07)V99.
               10 WRK-ITEM-TOTAL    PIC 9(09)V99.
               10 WRK-ITEM-ORIGEM   PIC X(01).
               10 WRK-ITEM-PROMOCAO PIC 9(06).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-FAIXA-LIMITE     PIC 9(05)V99.
               10 WRK-FAIXA-VALOR-KG   PIC 9(04)V99.
           COPY JOBLREG.
           COPY PMBREG.
           COPY PZEREG.
           COPY TCAREG.
           COPY ALTREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2010-LER-CONTRATO.

      *----------------------------------------------------------------
      * MONTA OS ITENS DO MES PELO PRECO VIGENTE (MENOR ENTRE FAIXA,
      * ACORDO E PROMOCAO), CALCULA O FRETE PELA UF DO
      * CADASTRO E PASSA PELO CRIVO DE CREDITO - EXATAMENTE O QUE
      * ACONTECERIA SE ALGUEM DIGITASSE O PEDIDO NO PROGCOB09.
      *----------------------------------------------------------------
                        TO WRK-ITEM-PRECO (WRK-QTD-ITENS)
                    MOVE WRK-TOTAL-ITEM
                        TO WRK-ITEM-TOTAL (WRK-QTD-ITENS)
                    MOVE WRK-ORIGEM-PRECO
                        TO WRK-ITEM-ORIGEM (WRK-QTD-ITENS)
                    MOVE WRK-PROMOCAO
                        TO WRK-ITEM-PROMOCAO (WRK-QTD-ITENS)
                    ADD WRK-TOTAL-ITEM TO WRK-VALOR
                    MOVE CTI-PRODUTO TO PRO-CODIGO
                    READ PRODUTOS-MASTER
            END-IF.
            PERFORM 3110-LER-ITEM-CTO.

      *----------------------------------------------------------------
      * PRECO FIXADO NO CONTRATO (REAJUSTADO NO ANIVERSARIO PELO
      * CTOREAJ) VALE SOBRE TABELA, ACORDO E PROMOCAO.
      *----------------------------------------------------------------
       3130-BUSCAR-PRECO.
            MOVE ZEROS TO WRK-PRECO-UNIT.
            MOVE 'T' TO WRK-ORIGEM-PRECO.
            MOVE ZEROS TO WRK-PROMOCAO.
            IF CTI-PRECO NOT = ZEROS
                MOVE CTI-PRECO TO WRK-PRECO-UNIT
                MOVE 'C' TO WRK-ORIGEM-PRECO
            ELSE
                PERFORM 3131-PRECO-VIGENTE
            END-IF.

       3131-PRECO-VIGENTE.
            MOVE CTI-PRODUTO TO PRC-PRODUTO.
            READ PRECO-TABELA
                INVALID KEY
                PERFORM 3135-ACHAR-FAIXA UNTIL WRK-SUB >= 3
                    OR WRK-PRECO-UNIT NOT = ZEROS
            END-IF.
            MOVE WRK-PRECO-UNIT TO WRK-PRECO-TABELA.
            PERFORM 3137-APLICAR-ACORDO.
            IF WRK-PRECO-TABELA NOT = ZEROS
                PERFORM 3138-APLICAR-PROMOCAO
            END-IF.

       3135-ACHAR-FAIXA.
            ADD 1 TO WRK-SUB.
            END-IF.

       3137-APLICAR-ACORDO.
            MOVE ZEROS TO WRK-PRECO-ACORDO.
            MOVE CTO-CLIENTE TO ACO-CLIENTE.
            MOVE CTI-PRODUTO TO ACO-PRODUTO.
            READ ACORDOS-PRECO
                    IF WRK-DATA-HOJE >= ACO-VALIDADE-INI
                        AND WRK-DATA-HOJE <= ACO-VALIDADE-FIM
                        IF ACORDO-PRECO
                            MOVE ACO-PRECO-ESPECIAL TO WRK-PRECO-ACORDO
                        ELSE
                            IF ACORDO-DESCONTO
                                COMPUTE WRK-PRECO-ACORDO =
                                    WRK-PRECO-TABELA
                                    * (1 - ACO-PERC-DESCONTO / 100)
                            END-IF
                        END-IF
                    END-IF
            END-READ.
            IF WRK-PRECO-ACORDO NOT = ZEROS
                AND (WRK-PRECO-ACORDO < WRK-PRECO-UNIT
                     OR WRK-PRECO-UNIT = ZEROS)
                MOVE WRK-PRECO-ACORDO TO WRK-PRECO-UNIT
                MOVE 'A' TO WRK-ORIGEM-PRECO
            END-IF.

       3138-APLICAR-PROMOCAO.
            MOVE CTI-PRODUTO TO PMB-PRODUTO.
            MOVE CTO-CLIENTE TO PMB-CLIENTE.
            MOVE CLI-UF TO PMB-UF.
            MOVE WRK-DATA-HOJE TO PMB-DATA.
            MOVE WRK-PRECO-TABELA TO PMB-PRECO-TABELA.
            CALL 'PROMOBUS' USING PROMOBUS-AREA.
            IF PMB-PROMOCAO NOT = ZEROS
                AND PMB-PRECO-PROMO < WRK-PRECO-UNIT
                MOVE PMB-PRECO-PROMO TO WRK-PRECO-UNIT
                MOVE 'P' TO WRK-ORIGEM-PRECO
                MOVE PMB-PROMOCAO TO WRK-PROMOCAO
            END-IF.

       3200-CALCULAR-FRETE.
            MOVE CLI-UF TO WRK-UF.
            MOVE CTO-VENDEDOR TO PED-VENDEDOR.
            MOVE ZEROS TO PED-END-ENTREGA.
            MOVE CTO-COND-PAGTO TO PED-COND-PAGTO.
            MOVE 'N' TO PED-RAZAO-SITUACAO.
            MOVE ZEROS TO PED-RAZAO-DATA.
            MOVE ZEROS TO PED-RAZAO-HORA.
            MOVE ZEROS TO PED-DATA-PROMETIDA.
            MOVE ZEROS TO WRK-DATA-PROMETIDA.
            MOVE 01 TO PED-EMPRESA.
            WRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PEDIDO DO CONTRATO '
                        CTO-NUMERO
                NOT INVALID KEY
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    PERFORM 4100-GRAVAR-ITENS
                    PERFORM 4300-GRAVAR-PROMETIDA
                    PERFORM 7000-MARCAR-GERACAO
                    ADD 1 TO WRK-QTD-GERADOS
                    PERFORM 8000-REPORTAR-GERADO
            MOVE ZEROS                      TO ITN-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO ITN-TOTAL.
            MOVE ZEROS TO ITN-QTD-ENTREGUE.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO ITN-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO ITN-PROMOCAO.
            PERFORM 4150-PROMETER-ITEM.
            WRITE ITEM-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                    PERFORM 4200-BAIXAR-ESTOQUE
            END-WRITE.

      *----------------------------------------------------------------
      * DATA PROMETIDA DA LINHA PELA ROTINA COMUM PRAZOENT, COM O
      * DISPONIVEL LIDO ANTES DE A LINHA COMPROMETER O ESTOQUE - A DATA
      * BASE E A DATA DO PEDIDO DO CONTRATO (DIA DE GERACAO DO MES).
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
            MOVE WRK-UF TO PZE-UF.
            MOVE PED-DATA TO PZE-DATA-BASE.
            CALL 'PRAZOENT' USING PRAZOENT-AREA.
            MOVE PZE-DATA-PROMETIDA TO ITN-DATA-PROMETIDA.
            IF PZE-DATA-PROMETIDA > WRK-DATA-PROMETIDA
                MOVE PZE-DATA-PROMETIDA TO WRK-DATA-PROMETIDA
            END-IF.

       4200-BAIXAR-ESTOQUE.
            MOVE ITN-PRODUTO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
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

       5000-RETER-PEDIDO.
            MOVE ZEROS TO PHD-DECISAO-DATA.
            MOVE SPACES TO PHD-JUSTIFICATIVA.
            MOVE ZEROS TO PHD-PEDIDO-GERADO.
            MOVE 01 TO PHD-EMPRESA.
            WRITE PED-HOLD-REG
                INVALID KEY
                    DISPLAY 'ERRO AO RETER PEDIDO DO CONTRATO '
                    PERFORM 7000-MARCAR-GERACAO
                    ADD 1 TO WRK-QTD-RETIDOS
                    PERFORM 8200-REPORTAR-RETIDO
                    PERFORM 5120-ALERTAR-RETENCAO
            END-WRITE.

       5100-GRAVAR-ITENS-HOLD.
            MOVE WRK-ITEM-PRECO (WRK-SUB)   TO PHI-PRECO-UNIT.
            MOVE ZEROS                      TO PHI-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO PHI-TOTAL.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO PHI-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO PHI-PROMOCAO.
            WRITE PED-HOLD-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM RETIDO ' WRK-SUB
            END-WRITE.

      *----------------------------------------------------------------
      * PEDIDO DO CONTRATO RETIDO - ALERTA PARA O CREDITO (ROTINA
      * COMUM ALERTAR), COMO NO PEDIDO DIGITADO.
      *----------------------------------------------------------------
       5120-ALERTAR-RETENCAO.
            INITIALIZE ALERTA-AREA.
            MOVE 'PEDHOLD' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'CREDITO' TO ALT-PAPEL.
            MOVE PHD-CLIENTE TO ALT-CLIENTE.
            MOVE PHD-NUMERO TO ALT-DOCUMENTO.
            STRING 'PEDIDO DE CONTRATO RETIDO: ' DELIMITED SIZE
                PHD-MOTIVO-RECUSA DELIMITED SIZE
                INTO ALT-TEXTO
            END-STRING.
            MOVE 'CTOGERA' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

      *----------------------------------------------------------------
      * MARCA O MES GERADO NO CONTRATO - GERADO OU RETIDO, O CONTRATO
      * NAO GERA DE NOVO NO RERUN DO MESMO MES.
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'CTOGERA' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'CTOGERA' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
