      * Date:    02/09/2026
      * Purpose: MODULO DE ORCAMENTOS - CRIA, IMPRIME E CONVERTE
      *          ORCAMENTOS (ORCAMENT/ORCITENS). A COTACAO USA A
      *          MESMA PRECIFICACAO DO PEDIDO (MENOR PRECO ENTRE
      *          FAIXA DE PRECOTAB, ACORDO E PROMOCAO) E O MESMO
      *          FRETE (FRETEUF + FAIXA DE PESO), COM DATA DE
      *          VALIDADE - O COMERCIAL PARA DE DIGITAR PEDIDO FALSO
      *          NO PROGCOB09 SO PARA VER PRECO E DEPOIS CANCELAR. A
      * 02/09/2026 ABM  Programa original.
      * 02/09/2026 ABM  Registra entrada e saida no log de sessoes
      *                 pela rotina comum (CALL 'SESSLOG').
      * 15/10/2026 ABM  Pedido gravado ja com a situacao de razao NAO
      *                 LANCADO (PED-RAZAO-SITUACAO), que o FATURA muda
      *                 ao postar a venda em SALESLED.
      * 15/10/2026 ABM  Cotacao com a precificacao nova do PROGCOB09:
      *                 menor preco entre faixa, acordo e promocao
      *                 vigente (PROMOBUS); origem do preco e codigo da
      *                 promocao gravados na linha do orcamento e
      *                 levados ao pedido e ao pedido retido na
      *                 conversao.
      * 15/10/2026 ABM  Orcamento convertido ganha a data prometida de
      *                 entrega por linha e no cabecalho (rotina comum
      *                 PRAZOENT), contada da conversao.
      * 15/10/2026 ABM  Atualiza os totais de controle do PEDIDOS e do
      *                 ESTOQUE (rotina TOTCTL) na conversao do
      *                 orcamento em pedido.
      * 15/10/2026 ABM  Conversao retida em PEDHOLD gera alerta de
      *                 negocio para o credito (rotina comum ALERTAR).
      * 15/10/2026 ABM  Pede a empresa/filial da sessao (rotina comum
      *                 EMPCHK); o pedido gerado na conversao e o pedido
      *                 retido saem nela (PED-/PHD-EMPRESA).
      * 15/10/2026 ABM  Desconto acima do limite (DESCCHK) grava o
      *                 orcamento com status D e o pendura na fila
      *                 DESCPEND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCAMENT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT DESC-PEND ASSIGN TO 'DESCPEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-NUMERO
               FILE STATUS IS WRK-FS-DESCPEND.
           SELECT DESC-ITENS ASSIGN TO 'DESCITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSI-CHAVE
               FILE STATUS IS WRK-FS-DESCITN.
           SELECT REL-ORCAMENTO ASSIGN TO 'ORCPRINT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  DESC-PEND
           LABEL RECORD IS STANDARD.
           COPY DSPREG.
       FD  DESC-ITENS
           LABEL RECORD IS STANDARD.
           COPY DSIREG.
       FD  REL-ORCAMENTO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       77 WRK-FS-HOLDITN   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-FS-DESCPEND  PIC X(02) VALUE '00'.
       77 WRK-FS-DESCITN   PIC X(02) VALUE '00'.
       77 WRK-QTD-ACIMA    PIC 9(02) VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MSG-ERRO     PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO-HOLD  PIC X(40) VALUE SPACES.
       77 WRK-PRECO-UNIT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRECO-TABELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ORIGEM-PRECO PIC X(01) VALUE 'T'.
       77 WRK-PROMOCAO     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-PROD-OK      PIC X(01) VALUE 'N'.
           88 PRODUTO-OK   VALUE 'S'.
       77 WRK-MAX-ITENS    PIC 9(02) VALUE 20.
               10 WRK-ITEM-PRECO    PIC 9(07)V99.
               10 WRK-ITEM-DESC     PIC 9(02)V99.
               10 WRK-ITEM-TOTAL    PIC 9(09)V99.
               10 WRK-ITEM-ORIGEM   PIC X(01).
               10 WRK-ITEM-PROMOCAO PIC 9(06).
               10 WRK-ITEM-LIMITE   PIC 9(02)V99.
               10 WRK-ITEM-ORIG-LIM PIC X(01).
               10 WRK-ITEM-SITUACAO PIC X(01).
       01 WRK-ORC-AREA.
           05 WRK-CLIENTE-CODIGO PIC 9(06) VALUE ZEROS.
           05 WRK-VALOR          PIC 9(08)V99 VALUE ZEROS.
               10 WRK-FAIXA-LIMITE     PIC 9(05)V99.
               10 WRK-FAIXA-VALOR-KG   PIC 9(04)V99.
           COPY SESREG.
           COPY PMBREG.
           COPY PZEREG.
           COPY TCAREG.
           COPY ALTREG.
           COPY EMKREG.
           COPY DSKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            MOVE 'ORCAMENT' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            MOVE 'N' TO EMK-RESULTADO.
            PERFORM 1300-PEDIR-EMPRESA UNTIL EMPRESA-OK.
            OPEN INPUT CLIENTES-MASTER.
            OPEN I-O ORCAMENTOS.
            IF WRK-FS-ORC = '35'
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN I-O DESC-PEND.
            IF WRK-FS-DESCPEND = '35'
                CLOSE DESC-PEND
                OPEN OUTPUT DESC-PEND
                CLOSE DESC-PEND
                OPEN I-O DESC-PEND
            END-IF.
            OPEN I-O DESC-ITENS.
            IF WRK-FS-DESCITN = '35'
                CLOSE DESC-ITENS
                OPEN OUTPUT DESC-ITENS
                CLOSE DESC-ITENS
                OPEN I-O DESC-ITENS
            END-IF.
            OPEN OUTPUT REL-ORCAMENTO.

      *----------------------------------------------------------------
      * A EMPRESA/FILIAL DA SESSAO (MESTRE EMPRESAS) - O PEDIDO GERADO
      * SAI NELA. EM BRANCO E A MATRIZ 01; AS FILIAIS EXIGEM A FUNCAO
      * EMPRESnn DO USUARIO NA MATRIZ DE PERMISSOES (ROTINA EMPCHK).
      *----------------------------------------------------------------
       1300-PEDIR-EMPRESA.
            DISPLAY 'EMPRESA (ENTER = 01 MATRIZ).. '.
            MOVE ZEROS TO WRK-EMPRESA.
            ACCEPT WRK-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE WRK-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-OK
                MOVE EMK-EMPRESA TO WRK-EMPRESA
                DISPLAY 'EMPRESA: ' WRK-EMPRESA ' ' EMK-RAZAO-SOCIAL
            ELSE
                DISPLAY EMK-MOTIVO
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MODULO DE ORCAMENTOS'.

       3100-CAPTURAR-ITENS.
            MOVE ZEROS TO WRK-QTD-ITENS.
            MOVE ZEROS TO WRK-QTD-ACIMA.
            MOVE ZEROS TO WRK-VALOR.
            MOVE ZEROS TO WRK-PESO.
            DISPLAY 'PRODUTO (0 PARA ENCERRAR).. '.
            ELSE
                DISPLAY 'DESCONTO (%).. '
                ACCEPT WRK-DESC-ENTRADA
                PERFORM 3125-CONFERIR-DESCONTO
                IF DESCONTO-ACIMA
                    DISPLAY 'DESCONTO ACIMA DO LIMITE DE ' DSK-LIMITE
                        '% - ORCAMENTO SEGUE PARA APROVACAO DO '
                        'GERENTE (DESCAPRV)'
                END-IF
                COMPUTE WRK-TOTAL-ITEM =
                    WRK-PRECO-UNIT * WRK-QTD-ENTRADA
                COMPUTE WRK-DESCONTO-VALOR = WRK-TOTAL-ITEM
                END-ADD
            END-IF.

      *----------------------------------------------------------------
      * MESMO CRIVO DE DESCONTO DO PEDIDO (ROTINA COMUM DESCCHK): O
      * ORCAMENTO COM LINHA ACIMA DO LIMITE E GRAVADO COM STATUS D E
      * ENTRA NA FILA DE DESCONTOS - NAO IMPRIME NEM CONVERTE ATE O
      * GERENTE DECIDIR NO DESCAPRV.
      *----------------------------------------------------------------
       3125-CONFERIR-DESCONTO.
            MOVE WRK-VENDEDOR TO DSK-VENDEDOR.
            MOVE WRK-PROD-ENTRADA TO DSK-PRODUTO.
            MOVE WRK-DESC-ENTRADA TO DSK-DESCONTO.
            CALL 'DESCCHK' USING DESCCHK-AREA.

       3140-GUARDAR-ITEM.
            ADD 1 TO WRK-QTD-ITENS.
            MOVE WRK-PROD-ENTRADA
                TO WRK-ITEM-DESC (WRK-QTD-ITENS).
            MOVE WRK-TOTAL-ITEM
                TO WRK-ITEM-TOTAL (WRK-QTD-ITENS).
            MOVE WRK-ORIGEM-PRECO
                TO WRK-ITEM-ORIGEM (WRK-QTD-ITENS).
            MOVE WRK-PROMOCAO
                TO WRK-ITEM-PROMOCAO (WRK-QTD-ITENS).
            MOVE DSK-LIMITE
                TO WRK-ITEM-LIMITE (WRK-QTD-ITENS).
            MOVE DSK-ORIGEM
                TO WRK-ITEM-ORIG-LIM (WRK-QTD-ITENS).
            IF DESCONTO-ACIMA
                MOVE 'P' TO WRK-ITEM-SITUACAO (WRK-QTD-ITENS)
                ADD 1 TO WRK-QTD-ACIMA
            ELSE
                MOVE SPACE TO WRK-ITEM-SITUACAO (WRK-QTD-ITENS)
            END-IF.
            COMPUTE WRK-PESO = WRK-PESO
                + (PRO-PESO-UNIT * WRK-QTD-ENTRADA).
            DISPLAY 'TOTAL DA LINHA: ' WRK-TOTAL-ITEM.

      *----------------------------------------------------------------
      * MESMA BUSCA DE PRECO DO PROGCOB09 (MENOR ENTRE FAIXA, ACORDO
      * E PROMOCAO) - O ORCAMENTO TEM QUE COTAR O QUE O PEDIDO
      * COBRARIA.
      *----------------------------------------------------------------
       3130-BUSCAR-PRECO.
            MOVE ZEROS TO WRK-PRECO-UNIT.
            MOVE 'T' TO WRK-ORIGEM-PRECO.
            MOVE ZEROS TO WRK-PROMOCAO.
            MOVE WRK-PROD-ENTRADA TO PRC-PRODUTO.
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
            MOVE WRK-CLIENTE-CODIGO TO ACO-CLIENTE.
            MOVE WRK-PROD-ENTRADA TO ACO-PRODUTO.
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
                DISPLAY 'PRECO DE ACORDO APLICADO: ' WRK-PRECO-UNIT
            END-IF.

       3138-APLICAR-PROMOCAO.
            MOVE WRK-PROD-ENTRADA TO PMB-PRODUTO.
            MOVE WRK-CLIENTE-CODIGO TO PMB-CLIENTE.
            MOVE CLI-UF TO PMB-UF.
            MOVE WRK-DATA-HOJE TO PMB-DATA.
            MOVE WRK-PRECO-TABELA TO PMB-PRECO-TABELA.
            CALL 'PROMOBUS' USING PROMOBUS-AREA.
            IF PMB-PROMOCAO NOT = ZEROS
                AND PMB-PRECO-PROMO < WRK-PRECO-UNIT
                MOVE PMB-PRECO-PROMO TO WRK-PRECO-UNIT
                MOVE 'P' TO WRK-ORIGEM-PRECO
                MOVE PMB-PROMOCAO TO WRK-PROMOCAO
                DISPLAY 'PRECO DE PROMOCAO ' PMB-PROMOCAO
                    ' APLICADO: ' WRK-PRECO-UNIT
            END-IF.

       3200-CALCULAR-FRETE.
            MOVE WRK-UF TO FRT-UF.
            MOVE WRK-TOTAL          TO ORC-TOTAL.
            MOVE WRK-VENDEDOR       TO ORC-VENDEDOR.
            MOVE ZEROS              TO ORC-COND-PAGTO.
            IF WRK-QTD-ACIMA > ZEROS
                MOVE 'D' TO ORC-STATUS
            ELSE
                MOVE 'A' TO ORC-STATUS
            END-IF.
            MOVE ZEROS TO ORC-PEDIDO-GERADO.
            WRITE ORCAMENTO-REG
                INVALID KEY
                    PERFORM 3310-GRAVAR-ITENS
                    DISPLAY 'ORCAMENTO GRAVADO SOB O NUMERO '
                        ORC-NUMERO ' (VALIDO ATE ' ORC-VALIDADE ')'
                    IF ORC-PEND-DESCONTO
                        PERFORM 3400-PENDER-DESCONTO
                    END-IF
            END-WRITE.

       3310-GRAVAR-ITENS.
            MOVE WRK-ITEM-PRECO (WRK-SUB)   TO OCI-PRECO-UNIT.
            MOVE WRK-ITEM-DESC (WRK-SUB)    TO OCI-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO OCI-TOTAL.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO OCI-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO OCI-PROMOCAO.
            WRITE ORC-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                        ' DO ORCAMENTO ' ORC-NUMERO
            END-WRITE.

      *----------------------------------------------------------------
      * ORCAMENTO COM DESCONTO ACIMA DO LIMITE - PENDENCIA TIPO O NA
      * FILA DE DESCONTOS (DESCPEND, NUMERO DA CHAVE 'DP'), COM AS
      * LINHAS E O PERCENTUAL DE FRETE DA UF PARA O DESCAPRV REFAZER
      * O FRETE SOBRE O VALOR APROVADO E DEVOLVER O ORCAMENTO A
      * ABERTO.
      *----------------------------------------------------------------
       3400-PENDER-DESCONTO.
            MOVE 'DP' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO DSP-NUMERO.
            MOVE 'DP' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE 'O' TO DSP-TIPO.
            MOVE ORC-NUMERO         TO DSP-ORC-NUMERO.
            MOVE ORC-CLIENTE        TO DSP-CLIENTE.
            MOVE WRK-DATA-HOJE      TO DSP-DATA.
            MOVE SPACES             TO DSP-PRODUTO.
            MOVE ORC-VALOR          TO DSP-VALOR.
            MOVE ORC-PESO           TO DSP-PESO.
            MOVE ORC-UF             TO DSP-UF.
            MOVE FRT-PERCENTUAL     TO DSP-PERC-FRETE.
            MOVE WRK-FRETE-PESO     TO DSP-FRETE-PESO.
            MOVE ORC-FRETE          TO DSP-FRETE.
            MOVE ORC-TOTAL          TO DSP-TOTAL.
            MOVE ORC-VENDEDOR       TO DSP-VENDEDOR.
            MOVE ZEROS              TO DSP-END-ENTREGA.
            MOVE ORC-COND-PAGTO     TO DSP-COND-PAGTO.
            MOVE SPACES             TO DSP-MOTIVO-HOLD.
            MOVE WRK-EMPRESA        TO DSP-EMPRESA.
            MOVE WRK-USUARIO        TO DSP-USUARIO.
            MOVE 'P' TO DSP-STATUS.
            MOVE SPACES TO DSP-DECISAO-USUARIO.
            MOVE ZEROS TO DSP-DECISAO-DATA.
            MOVE ZEROS TO DSP-PEDIDO-GERADO.
            MOVE ZEROS TO DSP-HOLD-GERADO.
            WRITE DESC-PEND-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PENDENCIA DE DESCONTO'
                NOT INVALID KEY
                    MOVE ZEROS TO WRK-SUB
                    PERFORM 3420-GRAVAR-ITEM-DESC WRK-QTD-ITENS TIMES
                    DISPLAY 'ORCAMENTO AGUARDA APROVACAO DE DESCONTO '
                        'SOB O NUMERO ' DSP-NUMERO
                    PERFORM 3430-ALERTAR-DESCONTO
            END-WRITE.

       3420-GRAVAR-ITEM-DESC.
            ADD 1 TO WRK-SUB.
            MOVE DSP-NUMERO TO DSI-PENDENCIA.
            MOVE WRK-SUB    TO DSI-LINHA.
            MOVE WRK-ITEM-PRODUTO (WRK-SUB)  TO DSI-PRODUTO.
            MOVE WRK-ITEM-QTD (WRK-SUB)      TO DSI-QUANTIDADE.
            MOVE WRK-ITEM-PRECO (WRK-SUB)    TO DSI-PRECO-UNIT.
            MOVE WRK-ITEM-DESC (WRK-SUB)     TO DSI-DESCONTO-PEDIDO.
            MOVE WRK-ITEM-LIMITE (WRK-SUB)   TO DSI-DESCONTO-LIMITE.
            MOVE WRK-ITEM-ORIG-LIM (WRK-SUB) TO DSI-ORIGEM-LIMITE.
            MOVE WRK-ITEM-DESC (WRK-SUB)     TO DSI-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)    TO DSI-TOTAL.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO DSI-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO DSI-PROMOCAO.
            MOVE WRK-ITEM-SITUACAO (WRK-SUB) TO DSI-SITUACAO.
            MOVE SPACES TO DSI-USUARIO.
            MOVE ZEROS TO DSI-DATA.
            MOVE SPACES TO DSI-JUSTIFICATIVA.
            WRITE DESC-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                        ' DA PENDENCIA DE DESCONTO ' DSP-NUMERO
            END-WRITE.

       3430-ALERTAR-DESCONTO.
            INITIALIZE ALERTA-AREA.
            MOVE 'DESCONTO' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'VENDAS' TO ALT-PAPEL.
            MOVE DSP-CLIENTE TO ALT-CLIENTE.
            MOVE DSP-NUMERO TO ALT-DOCUMENTO.
            MOVE 'ORCAMENTO COM DESCONTO ACIMA DO LIMITE - DESCAPRV'
                TO ALT-TEXTO.
            MOVE 'ORCAMENT' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       4000-IMPRIMIR-ORCAMENTO.
            DISPLAY 'NUMERO DO ORCAMENTO.. '.
            ACCEPT ORC-NUMERO.
                INVALID KEY
                    DISPLAY 'ORCAMENTO NAO ENCONTRADO'
                NOT INVALID KEY
                    IF ORC-PEND-DESCONTO
                        DISPLAY 'ORCAMENTO AGUARDANDO APROVACAO DE '
                            'DESCONTO (DESCAPRV)'
                    ELSE
                        PERFORM 4100-IMPRIMIR
                    END-IF
            END-READ.

       4100-IMPRIMIR.
                WHEN ORC-RETIDO
                    MOVE 'ORCAMENTO RETIDO NA LIBERACAO DE CREDITO'
                        TO WRK-MSG-ERRO
                WHEN ORC-PEND-DESCONTO
                    MOVE 'ORCAMENTO AGUARDA APROVACAO DE DESCONTO'
                        TO WRK-MSG-ERRO
                WHEN ORC-VALIDADE < WRK-DATA-HOJE
                    MOVE 'ORCAMENTO FORA DA VALIDADE' TO WRK-MSG-ERRO
                WHEN OTHER
            MOVE ORC-VENDEDOR TO PED-VENDEDOR.
            MOVE ZEROS TO PED-END-ENTREGA.
            MOVE ORC-COND-PAGTO TO PED-COND-PAGTO.
            MOVE 'N' TO PED-RAZAO-SITUACAO.
            MOVE ZEROS TO PED-RAZAO-DATA.
            MOVE ZEROS TO PED-RAZAO-HORA.
            MOVE ZEROS TO PED-DATA-PROMETIDA.
            MOVE ZEROS TO WRK-DATA-PROMETIDA.
            MOVE WRK-EMPRESA TO PED-EMPRESA.
            WRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PEDIDO'
                NOT INVALID KEY
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    PERFORM 5350-COPIAR-ITENS
                    PERFORM 5450-GRAVAR-PROMETIDA
                    MOVE 'C' TO ORC-STATUS
                    MOVE PED-NUMERO TO ORC-PEDIDO-GERADO
                    REWRITE ORCAMENTO-REG
            MOVE OCI-DESCONTO-PCT TO ITN-DESCONTO-PCT.
            MOVE OCI-TOTAL        TO ITN-TOTAL.
            MOVE ZEROS TO ITN-QTD-ENTREGUE.
            MOVE OCI-ORIGEM-PRECO TO ITN-ORIGEM-PRECO.
            MOVE OCI-PROMOCAO     TO ITN-PROMOCAO.
            PERFORM 5370-PROMETER-ITEM.
            WRITE ITEM-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' ITN-LINHA
            END-WRITE.
            PERFORM 4210-LER-ITEM.

      *----------------------------------------------------------------
      * DATA PROMETIDA DA LINHA PELA ROTINA COMUM PRAZOENT, COM O
      * DISPONIVEL LIDO ANTES DE A LINHA COMPROMETER O ESTOQUE - A DATA
      * CONTA DA CONVERSAO, NAO DA EMISSAO DO ORCAMENTO.
      * O PEDIDO PROMETE A MAIOR DATA DAS LINHAS (ENTREGA COMPLETA).
      *----------------------------------------------------------------
       5370-PROMETER-ITEM.
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
            MOVE ORC-UF TO PZE-UF.
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

       5450-GRAVAR-PROMETIDA.
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
       5500-RETER-CONVERSAO.
            MOVE 'PH' TO PCT-CHAVE.
            READ PED-CONTROLE
            MOVE ZEROS TO PHD-DECISAO-DATA.
            MOVE SPACES TO PHD-JUSTIFICATIVA.
            MOVE ZEROS TO PHD-PEDIDO-GERADO.
            MOVE WRK-EMPRESA TO PHD-EMPRESA.
            WRITE PED-HOLD-REG
                INVALID KEY
                    DISPLAY 'ERRO AO RETER A CONVERSAO'
                    END-REWRITE
                    DISPLAY 'CONVERSAO RETIDA SOB O NUMERO '
                        PHD-NUMERO ' - MOTIVO: ' PHD-MOTIVO-RECUSA
                    PERFORM 5570-ALERTAR-RETENCAO
            END-WRITE.

       5550-COPIAR-ITENS-HOLD.
            MOVE OCI-PRECO-UNIT   TO PHI-PRECO-UNIT.
            MOVE OCI-DESCONTO-PCT TO PHI-DESCONTO-PCT.
            MOVE OCI-TOTAL        TO PHI-TOTAL.
            MOVE OCI-ORIGEM-PRECO TO PHI-ORIGEM-PRECO.
            MOVE OCI-PROMOCAO     TO PHI-PROMOCAO.
            WRITE PED-HOLD-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM RETIDO ' PHI-LINHA
            END-WRITE.
            PERFORM 4210-LER-ITEM.

      *----------------------------------------------------------------
      * CONVERSAO RETIDA - ALERTA PARA O CREDITO (ROTINA COMUM
      * ALERTAR), COMO NO PEDIDO DIGITADO.
      *----------------------------------------------------------------
       5570-ALERTAR-RETENCAO.
            INITIALIZE ALERTA-AREA.
            MOVE 'PEDHOLD' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'CREDITO' TO ALT-PAPEL.
            MOVE PHD-CLIENTE TO ALT-CLIENTE.
            MOVE PHD-NUMERO TO ALT-DOCUMENTO.
            STRING 'ORCAMENTO RETIDO NA CONVERSAO: ' DELIMITED SIZE
                PHD-MOTIVO-RECUSA DELIMITED SIZE
                INTO ALT-TEXTO
            END-STRING.
            MOVE 'ORCAMENT' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'ORCAMENT' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'ORCAMENT' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            CLOSE CLIENTES-MASTER.
            CLOSE ORCAMENTOS.
            CLOSE PED-HOLD.
            CLOSE PED-HOLD-ITENS.
            CLOSE ESTOQUE-SALDO.
            CLOSE DESC-PEND.
            CLOSE DESC-ITENS.
            CLOSE REL-ORCAMENTO.

       END PROGRAM ORCAMENT.
