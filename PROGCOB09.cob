      *                 vendedores nao vendem mais o mesmo ultimo
      *                 palete sem aviso - o disponivel (saldo -
      *                 comprometido) e conferido na captura.
      * 15/10/2026 ABM  Pedido gravado ja com a situacao de razao NAO
      *                 LANCADO (PED-RAZAO-SITUACAO), que o FATURA muda
      *                 ao postar a venda em SALESLED.
      * 15/10/2026 ABM  O preco da linha passou a ser o menor entre a
      *                 faixa de PRECOTAB, o acordo do cliente e a
      *                 promocao vigente para produto/UF/segmento
      *                 (rotina comum PROMOBUS); a origem (T/A/P) e o
      *                 codigo da promocao vao na linha (ITN-/PHI-
      *                 ORIGEM-PRECO e -PROMOCAO).
      * 15/10/2026 ABM  Cada linha gravada ganha a data prometida de
      *                 entrega (rotina comum PRAZOENT: disponivel ou OC
      *                 aberta, mais o transito da UF, em dia util) e o
      *                 pedido a maior delas (PED-/ITN-DATA-PROMETIDA),
      *                 informada ao vendedor.
      * 15/10/2026 ABM  Kit com estoque montado (ordens de montagem do
      *                 OMTMANU) que cobre a quantidade vai numa linha
      *                 so, sem explodir nos componentes.
      * 15/10/2026 ABM  Atualiza os totais de controle do PEDIDOS e do
      *                 ESTOQUE (rotina TOTCTL) na gravacao do pedido.
      * 15/10/2026 ABM  Cliente acima do limite e pedido retido em
      *                 PEDHOLD passam a gerar alerta de negocio para o
      *                 credito (rotina comum ALERTAR).
      * 15/10/2026 ABM  Pede a empresa/filial que vende o pedido (mestre
      *                 EMPRESAS, acesso conferido pela rotina comum
      *                 EMPCHK) e a grava no pedido e no pedido retido
      *                 (PED-/PHD-EMPRESA).
      * 15/10/2026 ABM  Desconto acima do limite (DESCCHK) pende em
      *                 DESCPEND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB09.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-CHAVE
               FILE STATUS IS WRK-FS-HOLDITN.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-MASTER
       FD  PED-HOLD-ITENS
           LABEL RECORD IS STANDARD.
           COPY PHIREG.
       FD  DESC-PEND
           LABEL RECORD IS STANDARD.
           COPY DSPREG.
       FD  DESC-ITENS
           LABEL RECORD IS STANDARD.
           COPY DSIREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-FRETE     PIC X(02) VALUE '00'.
       77 WRK-VENDEDOR     PIC 9(04) VALUE ZEROS.
       77 WRK-VENDEDOR-OK  PIC X(01) VALUE 'N'.
           88 VENDEDOR-OK  VALUE 'S'.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-FS-ENDER     PIC X(02) VALUE '00'.
       77 WRK-EOF-ENDER    PIC X(01) VALUE 'N'.
           88 FIM-ENDERECOS VALUE 'S'.
      * DO PEDIDO SER GERADO NA GRAVACAO.
      *----------------------------------------------------------------
       77 WRK-MAX-ITENS      PIC 9(02) VALUE 20.
       77 WRK-KIT-MONTADO    PIC X(01) VALUE 'N'.
           88 KIT-MONTADO    VALUE 'S'.
       77 WRK-QTD-ITENS      PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ENTRADA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ENTRADA    PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO-UNIT     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ITEM     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRECO-TABELA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ACORDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ORIGEM-PRECO   PIC X(01) VALUE 'T'.
       77 WRK-PROMOCAO       PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-FS-DESCPEND    PIC X(02) VALUE '00'.
       77 WRK-FS-DESCITN     PIC X(02) VALUE '00'.
       77 WRK-QTD-ACIMA      PIC 9(02) VALUE ZEROS.
       01 WRK-ITENS-TABELA.
           05 WRK-ITEM OCCURS 20 TIMES.
               10 WRK-ITEM-PRODUTO  PIC 9(06).
               10 WRK-ITEM-PRECO    PIC 9(07)V99.
               10 WRK-ITEM-DESC     PIC 9(02)V99.
               10 WRK-ITEM-TOTAL    PIC 9(09)V99.
               10 WRK-ITEM-ORIGEM   PIC X(01).
               10 WRK-ITEM-PROMOCAO PIC 9(06).
               10 WRK-ITEM-LIMITE   PIC 9(02)V99.
               10 WRK-ITEM-ORIG-LIM PIC X(01).
               10 WRK-ITEM-SITUACAO PIC X(01).

      *----------------------------------------------------------------
      * TABELA DE FAIXAS DE PESO (KG) X VALOR POR KG, NO ESTILO DA

           COPY TRVREG.
           COPY SESREG.
           COPY PMBREG.
           COPY PZEREG.
           COPY TCAREG.
           COPY ALTREG.
           COPY EMKREG.
           COPY DSKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'PROGCOB09' TO TRV-PROGRAMA.
                CLOSE PED-HOLD-ITENS
                OPEN I-O PED-HOLD-ITENS
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
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

            PERFORM 1200-PEDIR-VENDEDOR UNTIL VENDEDOR-OK.
            MOVE 'N' TO EMK-RESULTADO.
            PERFORM 1300-PEDIR-EMPRESA UNTIL EMPRESA-OK.

      *----------------------------------------------------------------
      * TODO PEDIDO SAI COM O CODIGO DE QUEM VENDEU - O VENDEDOR E
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * A EMPRESA/FILIAL QUE VENDE O PEDIDO (MESTRE EMPRESAS) - O
      * FATURAMENTO E A NOTA SAEM NELA. EM BRANCO E A MATRIZ 01; AS
      * FILIAIS EXIGEM A FUNCAO EMPRESnn DO USUARIO NA MATRIZ DE
      * PERMISSOES (ROTINA COMUM EMPCHK).
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

      *----------------------------------------------------------------
      * NA PRIMEIRA EXECUCAO (ARQUIVO FRETEUF AINDA NAO EXISTE), GRAVA
      * UM PERCENTUAL PADRAO PARA CADA UMA DAS 27 UFS. DAI EM DIANTE, O
                    IF WRK-MSG-ERRO NOT = SPACES
                        DISPLAY WRK-MSG-ERRO
                    ELSE
                        IF WRK-QTD-ACIMA > ZEROS
                            PERFORM 2400-PENDER-DESCONTO
                        ELSE
                            IF WRK-MOTIVO-HOLD NOT = SPACES
                                PERFORM 2350-RETER-PEDIDO
                            ELSE
                                PERFORM 2300-GRAVAR-PEDIDO
                            END-IF
                        END-IF
                    END-IF
                END-IF
                    DISPLAY 'PEDIDO NOVO............: ' WRK-EXPO-ED
                    MOVE 'EXPOSICAO ACIMA DO LIMITE DE CREDITO'
                        TO WRK-MOTIVO-HOLD
                    INITIALIZE ALERTA-AREA
                    MOVE 'LIMITE' TO ALT-TIPO
                    MOVE 'C' TO ALT-SEVERIDADE
                    MOVE 'CREDITO' TO ALT-PAPEL
                    MOVE WRK-CLIENTE-CODIGO TO ALT-CLIENTE
                    MOVE WRK-MOTIVO-HOLD TO ALT-TEXTO
                    MOVE 'PROGCOB09' TO ALT-PROGRAMA
                    CALL 'ALERTAR' USING ALERTA-AREA
                    DISPLAY 'PEDIDO SEGUIRA PARA A FILA DE LIBERACAO '
                        'DE CREDITO (PEDLIBER)'
                END-IF
      *----------------------------------------------------------------
       2100-CAPTURAR-PEDIDO.
            MOVE ZEROS TO WRK-QTD-ITENS.
            MOVE ZEROS TO WRK-QTD-ACIMA.
            MOVE ZEROS TO WRK-VALOR.
            MOVE SPACES TO WRK-PRODUTO.
            DISPLAY 'PRODUTO (0 PARA ENCERRAR).. '.
            ELSE
                DISPLAY 'DESCONTO (%).. '
                ACCEPT WRK-DESC-ENTRADA
                PERFORM 2160-CONFERIR-DESCONTO
                IF DESCONTO-ACIMA
                    DISPLAY 'DESCONTO DE KIT ACIMA DO LIMITE DE '
                        DSK-LIMITE '% - KIT RECUSADO'
                ELSE
                    COMPUTE WRK-TOTAL-KIT =
                        WRK-PRECO-UNIT * WRK-QTD-ENTRADA
                    COMPUTE WRK-DESCONTO-VALOR = WRK-TOTAL-KIT
                        * WRK-DESC-ENTRADA / 100
                    SUBTRACT WRK-DESCONTO-VALOR FROM WRK-TOTAL-KIT
                    PERFORM 2118A-TESTAR-MONTADO
                    IF KIT-MONTADO
                        MOVE WRK-TOTAL-KIT TO WRK-TOTAL-ITEM
                        ADD WRK-TOTAL-ITEM TO WRK-VALOR
                            ON SIZE ERROR
                                DISPLAY 'VALOR DO PEDIDO ESTOURARIA '
                                    'O LIMITE - KIT RECUSADO'
                            NOT ON SIZE ERROR
                                DISPLAY 'KIT ATENDIDO DO ESTOQUE '
                                    'MONTADO'
                                PERFORM 2117-GUARDAR-ITEM
                        END-ADD
                    ELSE
                        IF WRK-QTD-ITENS + WRK-QTD-COMP
                            > WRK-MAX-ITENS
                            DISPLAY 'EXPLOSAO DO KIT ESTOURARIA O '
                                'LIMITE DE ' WRK-MAX-ITENS
                                ' ITENS - KIT RECUSADO'
                        ELSE
                            ADD WRK-TOTAL-KIT TO WRK-VALOR
                                ON SIZE ERROR
                                    DISPLAY 'VALOR DO PEDIDO '
                                        'ESTOURARIA O LIMITE - KIT '
                                        'RECUSADO'
                                NOT ON SIZE ERROR
                                    PERFORM 2119-EXPLODIR-KIT
                            END-ADD
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * KIT JA MONTADO (ORDEM DE MONTAGEM DO OMTMANU) TEM PREFERENCIA:
      * SE O DISPONIVEL DO PROPRIO KIT (SALDO - COMPROMETIDO) COBRE
      * A QUANTIDADE INTEIRA, O KIT VAI NUMA LINHA SO E COMPROMETE O
      * ESTOQUE MONTADO; SENAO E EXPLODIDO NOS COMPONENTES COMO ANTES.
      *----------------------------------------------------------------
       2118A-TESTAR-MONTADO.
            MOVE 'N' TO WRK-KIT-MONTADO.
            MOVE WRK-PROD-ENTRADA TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF EST-SALDO - EST-COMPROMETIDO >= WRK-QTD-ENTRADA
                        MOVE 'S' TO WRK-KIT-MONTADO
                    END-IF
            END-READ.

       2119-EXPLODIR-KIT.
            MOVE ZEROS TO WRK-IND-COMP.
            MOVE ZEROS TO WRK-SOMA-RATEIO.
            MOVE ZEROS TO WRK-ITEM-DESC (WRK-QTD-ITENS).
            MOVE WRK-RATEADO
                TO WRK-ITEM-TOTAL (WRK-QTD-ITENS).
            MOVE WRK-ORIGEM-PRECO
                TO WRK-ITEM-ORIGEM (WRK-QTD-ITENS).
            MOVE WRK-PROMOCAO
                TO WRK-ITEM-PROMOCAO (WRK-QTD-ITENS).
            MOVE ZEROS TO WRK-ITEM-LIMITE (WRK-QTD-ITENS).
            MOVE SPACE TO WRK-ITEM-ORIG-LIM (WRK-QTD-ITENS).
            MOVE SPACE TO WRK-ITEM-SITUACAO (WRK-QTD-ITENS).
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
            ELSE
                DISPLAY 'DESCONTO (%).. '
                ACCEPT WRK-DESC-ENTRADA
                PERFORM 2160-CONFERIR-DESCONTO
                IF DESCONTO-ACIMA
                    DISPLAY 'DESCONTO ACIMA DO LIMITE DE ' DSK-LIMITE
                        '% - LINHA SEGUE PARA APROVACAO DO GERENTE '
                        '(DESCAPRV)'
                END-IF
                COMPUTE WRK-TOTAL-ITEM =
                    WRK-PRECO-UNIT * WRK-QTD-ENTRADA
                COMPUTE WRK-DESCONTO-VALOR = WRK-TOTAL-ITEM
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
            IF WRK-QTD-ITENS = 1
            END-IF.
            DISPLAY 'TOTAL DA LINHA: ' WRK-TOTAL-ITEM.

      *----------------------------------------------------------------
      * DESCONTO DIGITADO CONTRA O MAXIMO DO VENDEDOR E DA FAMILIA DO
      * PRODUTO (ROTINA COMUM DESCCHK). A LINHA ACIMA DO LIMITE E
      * ACEITA, MAS O PEDIDO INTEIRO VAI PARA A FILA DE DESCONTOS
      * (DESCPEND) EM VEZ DE SER GRAVADO. KIT ACIMA DO LIMITE E
      * RECUSADO NA HORA - O DESCONTO DO KIT EXPLODIDO SOME NO RATEIO
      * DOS COMPONENTES E NAO TERIA LINHA PARA O GERENTE DECIDIR.
      *----------------------------------------------------------------
       2160-CONFERIR-DESCONTO.
            MOVE WRK-VENDEDOR-PED TO DSK-VENDEDOR.
            MOVE WRK-PROD-ENTRADA TO DSK-PRODUTO.
            MOVE WRK-DESC-ENTRADA TO DSK-DESCONTO.
            CALL 'DESCCHK' USING DESCCHK-AREA.

      *----------------------------------------------------------------
      * AVISA QUANDO O DISPONIVEL (SALDO EM MAOS - COMPROMETIDO) NAO
      * COBRE A QUANTIDADE DIGITADA - O ITEM SEGUE ACEITO, MAS O

      *----------------------------------------------------------------
      * MESMA BUSCA DE PRECO POR FAIXA DE QUANTIDADE DO 0210-BUSCAR-
      * -PRECO DE PROGCOB05. A FAIXA E O PONTO DE PARTIDA; ACORDO E
      * PROMOCAO SO ENTRAM QUANDO DAO PRECO MENOR, E A ORIGEM DO PRECO
      * QUE VALEU VAI PARA A LINHA.
      *----------------------------------------------------------------
       2120-BUSCAR-PRECO.
            MOVE ZEROS TO WRK-PRECO-UNIT.
            MOVE 'T' TO WRK-ORIGEM-PRECO.
            MOVE ZEROS TO WRK-PROMOCAO.
            MOVE WRK-PROD-ENTRADA TO PRC-PRODUTO.
            READ PRECO-TABELA
                INVALID KEY
                PERFORM 2130-ACHAR-FAIXA UNTIL WRK-SUB >= 3
                    OR WRK-PRECO-UNIT NOT = ZEROS
            END-IF.
            MOVE WRK-PRECO-UNIT TO WRK-PRECO-TABELA.
            PERFORM 2125-APLICAR-ACORDO.
            IF WRK-PRECO-TABELA NOT = ZEROS
                PERFORM 2127-APLICAR-PROMOCAO
            END-IF.

      *----------------------------------------------------------------
      * ACORDO DE PRECO DO CLIENTE (ACORDOS), SEMPRE DENTRO DA
      * VALIDADE: PRECO ESPECIAL OU PERCENTUAL SOBRE A FAIXA. VALE SE
      * FOR MENOR QUE A FAIXA - OU SE O PRODUTO NAO TEM FAIXA, COMO
      * ANTES.
      *----------------------------------------------------------------
       2125-APLICAR-ACORDO.
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

      *----------------------------------------------------------------
      * PROMOCAO VIGENTE PARA O PRODUTO, A UF E O SEGMENTO DO CLIENTE
      * (ROTINA COMUM PROMOBUS) - GANHA SE BATER A FAIXA E O ACORDO.
      *----------------------------------------------------------------
       2127-APLICAR-PROMOCAO.
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

       2130-ACHAR-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE WRK-VENDEDOR-PED TO PED-VENDEDOR.
            MOVE WRK-END-ESCOLHIDO TO PED-END-ENTREGA.
            MOVE WRK-COND-PAGTO TO PED-COND-PAGTO.
            MOVE 'N' TO PED-RAZAO-SITUACAO.
            MOVE ZEROS TO PED-RAZAO-DATA.
            MOVE ZEROS TO PED-RAZAO-HORA.
            MOVE ZEROS TO PED-DATA-PROMETIDA.
            MOVE WRK-EMPRESA TO PED-EMPRESA.
            MOVE ZEROS TO WRK-DATA-PROMETIDA.
            WRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PEDIDO'
                NOT INVALID KEY
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    PERFORM 2310-GRAVAR-ITENS
                    PERFORM 2340-GRAVAR-PROMETIDA
            END-WRITE.

      *----------------------------------------------------------------
            MOVE WRK-ITEM-DESC (WRK-SUB)    TO ITN-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO ITN-TOTAL.
            MOVE ZEROS TO ITN-QTD-ENTREGUE.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO ITN-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO ITN-PROMOCAO.
            PERFORM 2325-PROMETER-ITEM.
            WRITE ITEM-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                    PERFORM 2330-BAIXAR-ESTOQUE
            END-WRITE.

      *----------------------------------------------------------------
      * DATA PROMETIDA DA LINHA PELA ROTINA COMUM PRAZOENT, COM O
      * DISPONIVEL LIDO ANTES DE A LINHA COMPROMETER O ESTOQUE - A
      * SEGUNDA LINHA DO MESMO PRODUTO JA VE O QUE A PRIMEIRA TOMOU.
      * O PEDIDO PROMETE A MAIOR DATA DAS LINHAS (ENTREGA COMPLETA).
      *----------------------------------------------------------------
       2325-PROMETER-ITEM.
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
            MOVE WRK-UF         TO PZE-UF.
            MOVE WRK-DATA-HOJE  TO PZE-DATA-BASE.
            CALL 'PRAZOENT' USING PRAZOENT-AREA.
            MOVE PZE-DATA-PROMETIDA TO ITN-DATA-PROMETIDA.
            IF PZE-DATA-PROMETIDA > WRK-DATA-PROMETIDA
                MOVE PZE-DATA-PROMETIDA TO WRK-DATA-PROMETIDA
            END-IF.
            IF NOT PZE-DO-ESTOQUE
                DISPLAY 'LINHA ' WRK-SUB ' SEM DISPONIVEL - PREVISTA '
                    'PARA ' PZE-DATA-PRONTA ' (ORIGEM ' PZE-ORIGEM ')'
            END-IF.

       2340-GRAVAR-PROMETIDA.
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
            DISPLAY 'PEDIDO ' PED-NUMERO ' - ENTREGA PROMETIDA PARA '
                PED-DATA-PROMETIDA.

      *----------------------------------------------------------------
      * O ITEM ACEITO COMPROMETE O ESTOQUE (EST-COMPROMETIDO) SEM
      * MEXER NO SALDO EM MAOS - O FISICO SO SAI NA ENTREGA, PELO
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
            MOVE ZEROS TO PHD-DECISAO-DATA.
            MOVE SPACES TO PHD-JUSTIFICATIVA.
            MOVE ZEROS TO PHD-PEDIDO-GERADO.
            MOVE WRK-EMPRESA TO PHD-EMPRESA.
            WRITE PED-HOLD-REG
                INVALID KEY
                    DISPLAY 'ERRO AO RETER PEDIDO'
                    PERFORM 2360-GRAVAR-ITENS-HOLD
                    DISPLAY 'PEDIDO RETIDO SOB O NUMERO ' PHD-NUMERO
                        ' - MOTIVO: ' PHD-MOTIVO-RECUSA
                    PERFORM 2380-ALERTAR-RETENCAO
            END-WRITE.

      *----------------------------------------------------------------
      * O PEDIDO RETIDO VAI PARA A FILA DE ALERTAS DO CREDITO - QUEM
      * DECIDE NO PEDLIBER FICA SABENDO SEM ABRIR A FILA.
      *----------------------------------------------------------------
       2380-ALERTAR-RETENCAO.
            INITIALIZE ALERTA-AREA.
            MOVE 'PEDHOLD' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'CREDITO' TO ALT-PAPEL.
            MOVE PHD-CLIENTE TO ALT-CLIENTE.
            MOVE PHD-NUMERO TO ALT-DOCUMENTO.
            STRING 'PEDIDO RETIDO: ' DELIMITED SIZE
                PHD-MOTIVO-RECUSA DELIMITED SIZE
                INTO ALT-TEXTO
            END-STRING.
            MOVE 'PROGCOB09' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       2360-GRAVAR-ITENS-HOLD.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2370-GRAVAR-UM-ITEM-HOLD WRK-QTD-ITENS TIMES.
            MOVE WRK-ITEM-PRECO (WRK-SUB)   TO PHI-PRECO-UNIT.
            MOVE WRK-ITEM-DESC (WRK-SUB)    TO PHI-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO PHI-TOTAL.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO PHI-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO PHI-PROMOCAO.
            WRITE PED-HOLD-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                        ' DO PEDIDO RETIDO ' PHD-NUMERO
            END-WRITE.

      *----------------------------------------------------------------
      * PEDIDO COM LINHA ACIMA DO DESCONTO MAXIMO VAI INTEIRO PARA A
      * FILA DE DESCONTOS (DESCPEND, NUMERO DA CHAVE 'DP' DO
      * CONTROLE), SEPARADA DA RETENCAO DE CREDITO. NADA DE PEDIDOS,
      * PEDITENS OU ESTOQUE AQUI - O GERENTE DECIDE AS LINHAS NO
      * DESCAPRV, QUE REFAZ O FRETE SOBRE O VALOR APROVADO E GRAVA O
      * PEDIDO, OU O MANDA AO PEDHOLD SE JA HAVIA MOTIVO DE CREDITO.
      *----------------------------------------------------------------
       2400-PENDER-DESCONTO.
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
            MOVE 'P' TO DSP-TIPO.
            MOVE ZEROS TO DSP-ORC-NUMERO.
            MOVE WRK-CLIENTE-CODIGO TO DSP-CLIENTE.
            MOVE WRK-DATA-HOJE      TO DSP-DATA.
            MOVE WRK-PRODUTO        TO DSP-PRODUTO.
            MOVE WRK-VALOR          TO DSP-VALOR.
            MOVE WRK-PESO           TO DSP-PESO.
            MOVE WRK-UF             TO DSP-UF.
            MOVE FRT-PERCENTUAL     TO DSP-PERC-FRETE.
            MOVE WRK-FRETE-PESO     TO DSP-FRETE-PESO.
            MOVE WRK-FRETE          TO DSP-FRETE.
            MOVE WRK-TOTAL          TO DSP-TOTAL.
            MOVE WRK-VENDEDOR-PED   TO DSP-VENDEDOR.
            MOVE WRK-END-ESCOLHIDO  TO DSP-END-ENTREGA.
            MOVE WRK-COND-PAGTO     TO DSP-COND-PAGTO.
            MOVE WRK-MOTIVO-HOLD    TO DSP-MOTIVO-HOLD.
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
                    PERFORM 2410-GRAVAR-ITENS-DESC
                    DISPLAY 'PEDIDO AGUARDA APROVACAO DE DESCONTO SOB '
                        'O NUMERO ' DSP-NUMERO ' - ' WRK-QTD-ACIMA
                        ' LINHA(S) ACIMA DO LIMITE'
                    PERFORM 2430-ALERTAR-DESCONTO
            END-WRITE.

       2410-GRAVAR-ITENS-DESC.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2420-GRAVAR-UM-ITEM-DESC WRK-QTD-ITENS TIMES.

       2420-GRAVAR-UM-ITEM-DESC.
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

      *----------------------------------------------------------------
      * A PENDENCIA VAI PARA A FILA DE ALERTAS DE VENDAS - O GERENTE
      * FICA SABENDO SEM ABRIR O DESCAPRV.
      *----------------------------------------------------------------
       2430-ALERTAR-DESCONTO.
            INITIALIZE ALERTA-AREA.
            MOVE 'DESCONTO' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'VENDAS' TO ALT-PAPEL.
            MOVE DSP-CLIENTE TO ALT-CLIENTE.
            MOVE DSP-NUMERO TO ALT-DOCUMENTO.
            MOVE 'PEDIDO COM DESCONTO ACIMA DO LIMITE - DESCAPRV'
                TO ALT-TEXTO.
            MOVE 'PROGCOB09' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       3000-FINALIZAR.
            CLOSE CLIENTES-MASTER.
            CLOSE FRETE-TABELA.
            CLOSE KIT-COMPONENTES.
            CLOSE CARTEIRA.
            CLOSE CARTEIRA-HIST.
            CLOSE DESC-PEND.
            CLOSE DESC-ITENS.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'PROGCOB09' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'PROGCOB09' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM PROGCOB09.
