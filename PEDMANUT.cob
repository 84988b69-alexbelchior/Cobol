      *                 CLIAUDIT - o estado anterior deixou de ser
      *                 sobrescrito sem rastro. O lead-time mensal
      *                 sai do PEDLEAD, na cadeia CLMENSAL.
      * 15/10/2026 ABM  A linha de historico de status grava PSH-
      *                 OCORRENCIA em branco. A entrega tambem chega
      *                 pelo PODIMP, com a ocorrencia da transportadora.
      * 15/10/2026 ABM  Na entrega (total e parcial), linha de produto
      *                 serializado pede uma serie por unidade embarcada
      *                 (rotina comum SERCAPT) e so embarca com a
      *                 captura completa; a entrega total so marca o
      *                 pedido ENTREGUE se todas as linhas embarcaram.
      * 15/10/2026 ABM  Atualiza os totais de controle do PEDIDOS e do
      *                 ESTOQUE (rotina TOTCTL) na entrega e no
      *                 cancelamento.
      * 15/10/2026 ABM  A consulta (opcao 4) de pedido fora do corrente
      *                 procura no indice ARQINDEX e mostra o pedido e
      *                 as linhas arquivados pelo DOCARQ, lidos do
      *                 PEDIDOS.AAAA/PEDITENS.AAAA da geracao.
      * 15/10/2026 ABM  Captura de series chamada no modo normal
      *                 (SCP-MODO em branco) da rotina SERCAPT.
      * 15/10/2026 ABM  Pedido (corrente ou arquivado) de empresa a que
      *                 o usuario nao tem acesso (rotina EMPCHK) nao e
      *                 mostrado, entregue nem cancelado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDMANUT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ARQ-INDICE ASSIGN TO 'ARQINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-CHAVE
               ALTERNATE RECORD KEY IS AIX-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-INDICE.
           SELECT PED-ARQUIVO ASSIGN TO WRK-NOME-PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDA-NUMERO
               FILE STATUS IS WRK-FS-PEDARQ.
           SELECT ITEM-ARQUIVO ASSIGN TO WRK-NOME-ITENS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPA-CHAVE
               FILE STATUS IS WRK-FS-ITEMARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
       FD  ESTOQUE-LOTES
           LABEL RECORD IS STANDARD.
           COPY ELTREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  ARQ-INDICE
           LABEL RECORD IS STANDARD.
           COPY AIXREG.
       FD  PED-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY PDAREG.
       FD  ITEM-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY IPAREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-SALDO-LINHA  PIC 9(05) VALUE ZEROS.
       77 WRK-TUDO-ENTREGUE PIC X(01) VALUE 'S'.
           88 TUDO-ENTREGUE VALUE 'S'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-SERIES-OK    PIC X(01) VALUE 'S'.
           88 SERIES-OK    VALUE 'S'.
       77 WRK-FS-INDICE    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDARQ    PIC X(02) VALUE '00'.
       77 WRK-FS-ITEMARQ   PIC X(02) VALUE '00'.
       77 WRK-NOME-PEDIDOS PIC X(14) VALUE SPACES.
       77 WRK-NOME-ITENS   PIC X(14) VALUE SPACES.
           COPY SESREG.
           COPY SCPREG.
           COPY TCAREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                CLOSE ESTOQUE-LOTES
                OPEN I-O ESTOQUE-LOTES
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
       2400-CONSULTAR-PEDIDO.
            PERFORM 2950-LER-POR-NUMERO.
            IF WRK-FS-PEDIDO = '00'
                IF EMPRESA-OK
                    PERFORM 2410-EXIBIR-PEDIDO
                    PERFORM 2450-LISTAR-ITENS
                END-IF
            ELSE
                PERFORM 2480-CONSULTAR-ARQUIVADO
            END-IF.

       2410-EXIBIR-PEDIDO.
            DISPLAY 'PEDIDO..........: ' PED-NUMERO.
            DISPLAY 'CLIENTE.........: ' PED-CLIENTE.
            DISPLAY 'PRODUTO.........: ' PED-PRODUTO.
            DISPLAY 'VALOR MERCADORIA: ' PED-VALOR.
            DISPLAY 'PESO (KG).......: ' PED-PESO.
            DISPLAY 'UF DE ENTREGA...: ' PED-UF.
            DISPLAY 'FRETE...........: ' PED-FRETE.
            DISPLAY 'TOTAL...........: ' PED-TOTAL.
            DISPLAY 'DATA............: ' PED-DATA.
            DISPLAY 'STATUS..........: ' PED-STATUS.
            IF PEDIDO-CANCELADO
                DISPLAY 'MOTIVO..........: ' PED-MOTIVO-CANCEL
            END-IF.

      *----------------------------------------------------------------
            END-IF.

       2470-EXIBIR-ITEM.
            PERFORM 2475-MOSTRAR-ITEM.
            PERFORM 2460-LER-ITEM.

       2475-MOSTRAR-ITEM.
            DISPLAY ITN-LINHA ' ' ITN-PRODUTO ' ' ITN-QUANTIDADE
                ' ' ITN-PRECO-UNIT ' ' ITN-DESCONTO-PCT
                ' ' ITN-TOTAL.

      *----------------------------------------------------------------
      * PEDIDO FORA DO CORRENTE: O INDICE ARQINDEX DIZ EM QUE GERACAO
      * ELE FOI ARQUIVADO (DOCARQ) E A CONSULTA LE O PEDIDOS.AAAA E O
      * PEDITENS.AAAA DAQUELA GERACAO, SO PARA LEITURA. O ARQUIVO
      * DATADO TEM O MESMO LAYOUT DO CORRENTE.
      *----------------------------------------------------------------
       2480-CONSULTAR-ARQUIVADO.
            OPEN INPUT ARQ-INDICE.
            IF WRK-FS-INDICE = '00'
                MOVE 'P' TO AIX-TIPO
                MOVE WRK-NUMERO TO AIX-NUMERO
                READ ARQ-INDICE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 2485-LER-ARQUIVADO
                END-READ
                CLOSE ARQ-INDICE
            END-IF.

       2485-LER-ARQUIVADO.
            MOVE SPACES TO WRK-NOME-PEDIDOS.
            MOVE SPACES TO WRK-NOME-ITENS.
            STRING 'PEDIDOS.' DELIMITED SIZE
                AIX-GERACAO DELIMITED SIZE
                INTO WRK-NOME-PEDIDOS
            END-STRING.
            STRING 'PEDITENS.' DELIMITED SIZE
                AIX-GERACAO DELIMITED SIZE
                INTO WRK-NOME-ITENS
            END-STRING.
            OPEN INPUT PED-ARQUIVO.
            IF WRK-FS-PEDARQ NOT = '00'
                DISPLAY 'PEDIDO ARQUIVADO EM ' WRK-NOME-PEDIDOS
                    ' - ARQUIVO DATADO NAO DISPONIVEL'
            ELSE
                MOVE WRK-NUMERO TO PDA-NUMERO
                READ PED-ARQUIVO
                    INVALID KEY
                        DISPLAY 'PEDIDO NAO CONSTA EM '
                            WRK-NOME-PEDIDOS
                    NOT INVALID KEY
                        DISPLAY '*** PEDIDO ARQUIVADO EM '
                            AIX-DATA-ARQUIVO ' - CONSULTA EM '
                            WRK-NOME-PEDIDOS ' ***'
                        MOVE PEDIDO-ARQ-REG TO PEDIDO-REG
                        PERFORM 2960-CONFERIR-EMPRESA
                        IF EMPRESA-OK
                            PERFORM 2410-EXIBIR-PEDIDO
                            PERFORM 2490-LISTAR-ITENS-ARQUIVADOS
                        END-IF
                END-READ
                CLOSE PED-ARQUIVO
            END-IF.

       2490-LISTAR-ITENS-ARQUIVADOS.
            OPEN INPUT ITEM-ARQUIVO.
            IF WRK-FS-ITEMARQ = '00'
                MOVE 'N' TO WRK-EOF-ITENS
                MOVE PED-NUMERO TO IPA-PEDIDO
                MOVE ZEROS TO IPA-LINHA
                START ITEM-ARQUIVO KEY IS NOT LESS THAN IPA-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-ITENS
                END-START
                IF NOT FIM-ITENS
                    DISPLAY 'LINHA PRODUTO QTD PRECO DESC TOTAL'
                    PERFORM 2492-LER-ITEM-ARQUIVADO
                    PERFORM 2494-EXIBIR-ITEM-ARQUIVADO
                        UNTIL FIM-ITENS
                END-IF
                CLOSE ITEM-ARQUIVO
            END-IF.

       2492-LER-ITEM-ARQUIVADO.
            READ ITEM-ARQUIVO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                AND IPA-PEDIDO NOT = PED-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

       2494-EXIBIR-ITEM-ARQUIVADO.
            MOVE ITEM-ARQ-REG TO ITEM-PEDIDO-REG.
            PERFORM 2475-MOSTRAR-ITEM.
            PERFORM 2492-LER-ITEM-ARQUIVADO.

       2950-LER-POR-NUMERO.
            DISPLAY 'NUMERO DO PEDIDO.. '.
            ACCEPT WRK-NUMERO.
            MOVE WRK-NUMERO TO PED-NUMERO.
            MOVE 'N' TO EMK-RESULTADO.
            READ PEDIDOS
                INVALID KEY
                    DISPLAY 'PEDIDO NAO ENCONTRADO'
                NOT INVALID KEY
                    PERFORM 2960-CONFERIR-EMPRESA
            END-READ.

      *----------------------------------------------------------------
      * O PEDIDO E DA EMPRESA PED-EMPRESA (ZEROS = 01) - O USUARIO TEM
      * QUE TER ACESSO A ELA (ROTINA COMUM EMPCHK).
      *----------------------------------------------------------------
       2960-CONFERIR-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE PED-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-NEGADA
                DISPLAY 'PEDIDO DA EMPRESA ' PED-EMPRESA ': '
                    EMK-MOTIVO
            END-IF.

      *----------------------------------------------------------------
      * ENTREGA SO DE PEDIDO JA FATURADO - PEDIDO ABERTO AINDA NAO
      * PASSOU PELO FATURAMENTO E CANCELADO NAO SAI DO DEPOSITO.
      *----------------------------------------------------------------
       2500-MARCAR-ENTREGUE.
            PERFORM 2950-LER-POR-NUMERO.
            IF WRK-FS-PEDIDO = '00' AND EMPRESA-OK
                IF PEDIDO-FATURADO OR PEDIDO-SEPARACAO
                    DISPLAY 'ARMAZEM DE EXPEDICAO.. '
                    ACCEPT WRK-ARMAZEM
                    MOVE 'S' TO WRK-TUDO-ENTREGUE
                    PERFORM 2550-COMPLETAR-LINHAS
                    IF TUDO-ENTREGUE
                        MOVE PEDIDO-REG TO TCA-ANTES
                        MOVE PED-STATUS TO WRK-STATUS-ANTES
                        MOVE 'E' TO PED-STATUS
                        REWRITE PEDIDO-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR PEDIDO'
                            NOT INVALID KEY
                                MOVE 'A' TO TCA-OPERACAO
                                PERFORM 8950-CONTROLE-PEDIDO
                                PERFORM 2900-GRAVAR-HISTORICO
                                DISPLAY 'PEDIDO MARCADO COMO ENTREGUE'
                        END-REWRITE
                    ELSE
                        DISPLAY 'LINHA SEM AS SERIES NAO EMBARCOU - '
                            'PEDIDO SEGUE COM SALDO A ENTREGAR'
                    END-IF
                ELSE
                    DISPLAY 'SO PEDIDO FATURADO/EM SEPARACAO PODE '
                        'SER ENTREGUE - STATUS ATUAL: ' PED-STATUS
      * ENTREGA TOTAL - COMPLETA A QUANTIDADE ENTREGUE DE TODAS AS
      * LINHAS, PARA O BACKORDER DO PEDIDO ZERAR JUNTO COM O STATUS.
      * O LOTE EMBARCADO E PERGUNTADO POR LINHA, COMO NA PARCIAL.
      * LINHA DE PRODUTO SERIALIZADO SEM A CAPTURA COMPLETA DAS
      * SERIES NAO EMBARCA, E O PEDIDO NAO VIRA ENTREGUE.
      *----------------------------------------------------------------
       2550-COMPLETAR-LINHAS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE SPACES TO WRK-LOTE.
            COMPUTE WRK-QTD-EMBARCADA =
                ITN-QUANTIDADE - ITN-QTD-ENTREGUE.
            IF WRK-QTD-EMBARCADA > ZEROS
                DISPLAY 'LINHA ' ITN-LINHA ' PRODUTO ' ITN-PRODUTO
                    ' EMBARCANDO ' WRK-QTD-EMBARCADA
                PERFORM 2770-CAPTURAR-SERIES
                IF SERIES-OK
                    MOVE ITN-QUANTIDADE TO ITN-QTD-ENTREGUE
                    REWRITE ITEM-PEDIDO-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR LINHA ' ITN-LINHA
                    END-REWRITE
                    DISPLAY 'LOTE EMBARCADO (BRANCO = SEM LOTE).. '
                    ACCEPT WRK-LOTE
                    PERFORM 2750-BAIXAR-LOTE
                    PERFORM 2800-BAIXAR-FISICO
                ELSE
                    MOVE 'N' TO WRK-TUDO-ENTREGUE
                END-IF
            END-IF.
            PERFORM 2555-LER-ITEM-ENTREGA.

      *----------------------------------------------------------------
       2600-CANCELAR-PEDIDO.
            PERFORM 2950-LER-POR-NUMERO.
            IF WRK-FS-PEDIDO = '00' AND EMPRESA-OK
                IF PEDIDO-ABERTO
                    DISPLAY 'MOTIVO DO CANCELAMENTO.. '
                    MOVE SPACES TO WRK-MOTIVO
                        DISPLAY 'CONFIRMA O CANCELAMENTO (S/N).. '
                        ACCEPT WRK-CONFIRMA
                        IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                            MOVE PEDIDO-REG TO TCA-ANTES
                            MOVE PED-STATUS TO WRK-STATUS-ANTES
                            MOVE 'C' TO PED-STATUS
                            MOVE WRK-MOTIVO TO PED-MOTIVO-CANCEL
                                INVALID KEY
                                    DISPLAY 'ERRO AO GRAVAR PEDIDO'
                                NOT INVALID KEY
                                    MOVE 'A' TO TCA-OPERACAO
                                    PERFORM 8950-CONTROLE-PEDIDO
                                    PERFORM 2650-DEVOLVER-COMPROMETIDO
                                    PERFORM 2900-GRAVAR-HISTORICO
                                    DISPLAY 'PEDIDO CANCELADO'
      *----------------------------------------------------------------
       2700-REGISTRAR-ENTREGA.
            PERFORM 2950-LER-POR-NUMERO.
            IF WRK-FS-PEDIDO = '00' AND EMPRESA-OK
                IF PEDIDO-FATURADO OR PEDIDO-SEPARACAO
                    DISPLAY 'ARMAZEM DE EXPEDICAO.. '
                    ACCEPT WRK-ARMAZEM
                    MOVE 'S' TO WRK-TUDO-ENTREGUE
                    PERFORM 2710-PERCORRER-LINHAS
                    IF TUDO-ENTREGUE
                        MOVE PEDIDO-REG TO TCA-ANTES
                        MOVE PED-STATUS TO WRK-STATUS-ANTES
                        MOVE 'E' TO PED-STATUS
                        REWRITE PEDIDO-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR PEDIDO'
                            NOT INVALID KEY
                                MOVE 'A' TO TCA-OPERACAO
                                PERFORM 8950-CONTROLE-PEDIDO
                                PERFORM 2900-GRAVAR-HISTORICO
                                DISPLAY 'TODAS AS LINHAS COMPLETAS - '
                                    'PEDIDO MARCADO COMO ENTREGUE'
                        WRK-SALDO-LINHA
                    MOVE WRK-SALDO-LINHA TO WRK-QTD-EMBARCADA
                END-IF
                IF WRK-QTD-EMBARCADA > ZEROS
                    PERFORM 2770-CAPTURAR-SERIES
                    IF NOT SERIES-OK
                        MOVE ZEROS TO WRK-QTD-EMBARCADA
                    END-IF
                END-IF
                IF WRK-QTD-EMBARCADA > ZEROS
                    DISPLAY 'LOTE EMBARCADO (BRANCO = SEM LOTE).. '
                    MOVE SPACES TO WRK-LOTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ESTOQUE-REG TO TCA-ANTES
                        SUBTRACT WRK-SALDO-LINHA
                            FROM EST-COMPROMETIDO
                        REWRITE ESTOQUE-REG
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE 'A' TO TCA-OPERACAO
                                PERFORM 8940-CONTROLE-ESTOQUE
                        END-REWRITE
                END-READ
            END-IF.
                END-READ
            END-IF.

      *----------------------------------------------------------------
      * PRODUTO SERIALIZADO - UMA SERIE POR UNIDADE EMBARCADA, TODAS
      * EM ESTOQUE NO ARMAZEM DE EXPEDICAO (ROTINA COMUM SERCAPT); A
      * SERIE FICA VENDIDA AO CLIENTE DO PEDIDO.
      *----------------------------------------------------------------
       2770-CAPTURAR-SERIES.
            MOVE 'S' TO WRK-SERIES-OK.
            MOVE ITN-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE 'N' TO PRO-SERIALIZADO
            END-READ.
            IF PRODUTO-SERIALIZADO
                MOVE 'S'               TO SCP-EVENTO
                MOVE ITN-PRODUTO       TO SCP-PRODUTO
                MOVE WRK-QTD-EMBARCADA TO SCP-QUANTIDADE
                MOVE ZEROS             TO SCP-QTD-SUCATA
                MOVE WRK-ARMAZEM       TO SCP-ARMAZEM
                MOVE ZEROS             TO SCP-ARMAZEM-DEST
                MOVE 'ENTREGA'         TO SCP-ORIGEM
                MOVE PED-NUMERO        TO SCP-DOCUMENTO
                MOVE ZEROS             TO SCP-FORNECEDOR
                MOVE PED-CLIENTE       TO SCP-CLIENTE
                MOVE WRK-USUARIO       TO SCP-USUARIO
                MOVE SPACE             TO SCP-MODO
                CALL 'SERCAPT' USING SERCAPT-AREA
                MOVE SCP-CAPTURA-OK TO WRK-SERIES-OK
            END-IF.

      *----------------------------------------------------------------
      * BAIXA FISICA DA QUANTIDADE EMBARCADA (WRK-QTD-EMBARCADA):
      * SAI DO SALDO EM MAOS, ALIVIA O COMPROMETIDO E GRAVA O
                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.
            SUBTRACT WRK-QTD-EMBARCADA FROM EST-SALDO.
            SUBTRACT WRK-QTD-EMBARCADA FROM EST-COMPROMETIDO.
            REWRITE ESTOQUE-REG
                INVALID KEY
                    WRITE ESTOQUE-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8940-CONTROLE-ESTOQUE.
            MOVE WRK-ARMAZEM TO EAR-ARMAZEM.
            MOVE ITN-PRODUTO TO EAR-PRODUTO.
            READ ESTOQUE-ARMAZEM
            MOVE PED-NUMERO       TO PSH-PEDIDO.
            MOVE WRK-STATUS-ANTES TO PSH-STATUS-ANTES.
            MOVE PED-STATUS       TO PSH-STATUS-DEPOIS.
            MOVE SPACE            TO PSH-OCORRENCIA.
            WRITE PSH-LINHA.

       3000-FINALIZAR.
            CLOSE ESTOQUE-MOVTOS.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE ESTOQUE-LOTES.
            CLOSE PRODUTOS-MASTER.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'PEDMANUT' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'PEDMANUT' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM PEDMANUT.
