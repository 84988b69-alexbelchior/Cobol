      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: DEVOLUCAO FISICA DE MERCADORIA DO CLIENTE (RMA) -
      *          AUTORIZACAO CONTRA A LINHA DA NOTA (NOTAS/NOTAITEN)
      *          OU DO PEDIDO ENTREGUE (PEDIDOS/PEDITENS), COM
      *          QUANTIDADE LIMITADA AO QUE AINDA NAO FOI DEVOLVIDO DA
      *          LINHA E MOTIVO; RECEBIMENTO COM INSPECAO ITEM A ITEM
      *          (REESTOQUE EM ARMAZEM/LOTE ESCOLHIDO, COM MOVIMENTO
      *          'E' DE ORIGEM DEVOLUCAO EM ESTMOV.TXT, OU SUCATA);
      *          CONSULTA E CANCELAMENTO. O CREDITO DO CLIENTE (CLI-
      *          CONTA/CTAMOV.TXT) SO E LANCADO NO RECEBIMENTO, PELA
      *          QUANTIDADE EFETIVAMENTE RECEBIDA. O RELATORIO MENSAL
      *          POR MOTIVO E POR PRODUTO E O RMAREL.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Nota cancelada (NOTACANC) e pedido cancelado nao
      *                 aceitam mais autorizacao de devolucao - os
      *                 titulos ja foram cancelados.
      * 15/10/2026 ABM  No recebimento da RMA, produto serializado pede
      *                 uma serie por unidade devolvida (rotina comum
      *                 SERCAPT): as reestocadas voltam ao estoque e as
      *                 sucateadas ficam baixadas; sem a captura
      *                 completa o recebimento nao e gravado.
      * 15/10/2026 ABM  Atualiza os totais de controle do ESTOQUE e do
      *                 CLICONTA (rotina TOTCTL) no reestoque e no
      *                 credito da devolucao.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT do credito de devolucao
      *                 gravada com a empresa da nota ou do pedido de
      *                 origem em CTM-EMPRESA.
      * 15/10/2026 ABM  Devolucao de pedido faturado lancada no razao de
      *                 vendas (SALESLED) como devolucao 'D' do valor
      *                 creditado, referenciando a venda do pedido.
      * 15/10/2026 ABM  Captura de series chamada no modo normal
      *                 (SCP-MODO em branco) da rotina SERCAPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAMANU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMAS ASSIGN TO 'RMAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-NUMERO
               ALTERNATE RECORD KEY IS RMA-ORIGEM WITH DUPLICATES
               FILE STATUS IS WRK-FS-RMA.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT NOTAS-EMITIDAS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT NOTA-ITENS ASSIGN TO 'NOTAITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTI-CHAVE
               FILE STATUS IS WRK-FS-NOTITEN.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ESTOQUE-ARMAZEM ASSIGN TO 'ESTARMZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAR-CHAVE
               FILE STATUS IS WRK-FS-ESTARMZ.
           SELECT ESTOQUE-LOTES ASSIGN TO 'ESTLOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT ESTOQUE-MOVTOS ASSIGN TO 'ESTMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT CLI-CONTA ASSIGN TO 'CLICONTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CLIENTE
               FILE STATUS IS WRK-FS-CONTA.
           SELECT CONTA-MOVTOS ASSIGN TO 'CTAMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTAMOV.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT SALES-LEDGER ASSIGN TO 'SALESLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-CHAVE
               FILE STATUS IS WRK-FS-LEDGER.
       DATA DIVISION.
       FILE SECTION.
       FD  RMAS
           LABEL RECORD IS STANDARD.
           COPY RMAREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  NOTA-ITENS
           LABEL RECORD IS STANDARD.
           COPY NOTIREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
       FD  ESTOQUE-LOTES
           LABEL RECORD IS STANDARD.
           COPY ELTREG.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  CLI-CONTA
           LABEL RECORD IS STANDARD.
       01 CONTA-REG.
           05 CTA-CLIENTE      PIC 9(06).
           05 CTA-SALDO        PIC S9(09)V99.
       FD  CONTA-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY CTAMREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  SALES-LEDGER
           LABEL RECORD IS STANDARD.
           COPY SALESLED.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RMA       PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTITEN   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTLOTE   PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-CONTA     PIC X(02) VALUE '00'.
       77 WRK-FS-CTAMOV    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-RMA          PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO-DOC     PIC X(01) VALUE SPACE.
           88 TIPO-DOC-NOTA    VALUE 'N' 'n'.
           88 TIPO-DOC-PEDIDO  VALUE 'P' 'p'.
       77 WRK-DOCUMENTO    PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA      PIC 9(02) VALUE 01.
       77 WRK-LINHA        PIC 9(03) VALUE ZEROS.
       77 WRK-PRODUTO      PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM-OK    PIC X(01) VALUE 'N'.
           88 ORIGEM-OK    VALUE 'S'.
       77 WRK-QTD-ORIGINAL PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-DEVOLVIDA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DISPONIVEL PIC S9(06) VALUE ZEROS.
       77 WRK-QUANTIDADE   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-UNIT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(02) VALUE SPACES.
       77 WRK-EOF-RMA      PIC X(01) VALUE 'N'.
           88 FIM-RMAS     VALUE 'S'.
       77 WRK-QTD-REESTOQUE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUCATA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECEBIDA PIC 9(06) VALUE ZEROS.
       77 WRK-ARMAZEM      PIC 9(02) VALUE ZEROS.
       77 WRK-LOTE         PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE     PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-CREDITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESUL-ED     PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SERIES-OK    PIC X(01) VALUE 'S'.
           88 SERIES-OK    VALUE 'S'.
       77 WRK-LANC-GRAVADO PIC X(01) VALUE 'N'.
           88 LANC-GRAVADO VALUE 'S'.
       77 WRK-TENTATIVAS   PIC 9(02) VALUE ZEROS.
       77 WRK-PEDIDO-ORIGEM PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       01 WRK-ORIGEM-CHAVE.
           05 WRK-ORI-TIPO     PIC X(01) VALUE SPACE.
           05 WRK-ORI-DOCUMENTO PIC 9(06) VALUE ZEROS.
           05 WRK-ORI-LINHA    PIC 9(03) VALUE ZEROS.
           COPY TRVREG.
           COPY JRNREG.
           COPY SESREG.
           COPY SCPREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'RMAMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'RMAMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O RMAS.
            IF WRK-FS-RMA = '35'
                CLOSE RMAS
                OPEN OUTPUT RMAS
                CLOSE RMAS
                OPEN I-O RMAS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN INPUT NOTAS-EMITIDAS
            END-IF.
            OPEN INPUT NOTA-ITENS.
            IF WRK-FS-NOTITEN = '35'
                CLOSE NOTA-ITENS
                OPEN OUTPUT NOTA-ITENS
                CLOSE NOTA-ITENS
                OPEN INPUT NOTA-ITENS
            END-IF.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN INPUT PED-ITENS
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN I-O ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN I-O ESTOQUE-ARMAZEM.
            IF WRK-FS-ESTARMZ = '35'
                CLOSE ESTOQUE-ARMAZEM
                OPEN OUTPUT ESTOQUE-ARMAZEM
                CLOSE ESTOQUE-ARMAZEM
                OPEN I-O ESTOQUE-ARMAZEM
            END-IF.
            OPEN I-O ESTOQUE-LOTES.
            IF WRK-FS-ESTLOTE = '35'
                CLOSE ESTOQUE-LOTES
                OPEN OUTPUT ESTOQUE-LOTES
                CLOSE ESTOQUE-LOTES
                OPEN I-O ESTOQUE-LOTES
            END-IF.
            OPEN EXTEND ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT ESTOQUE-MOVTOS
            END-IF.
            OPEN I-O CLI-CONTA.
            IF WRK-FS-CONTA = '35'
                CLOSE CLI-CONTA
                OPEN OUTPUT CLI-CONTA
                CLOSE CLI-CONTA
                OPEN I-O CLI-CONTA
            END-IF.
            OPEN EXTEND CONTA-MOVTOS.
            IF WRK-FS-CTAMOV NOT = '00'
                OPEN OUTPUT CONTA-MOVTOS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN I-O SALES-LEDGER.
            IF WRK-FS-LEDGER = '35'
                CLOSE SALES-LEDGER
                OPEN OUTPUT SALES-LEDGER
                CLOSE SALES-LEDGER
                OPEN I-O SALES-LEDGER
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'RMAMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'DEVOLUCAO DE MERCADORIA (RMA)'.
            DISPLAY '1 - AUTORIZAR DEVOLUCAO'.
            DISPLAY '2 - RECEBER DEVOLUCAO (INSPECAO)'.
            DISPLAY '3 - CONSULTAR RMA'.
            DISPLAY '4 - CANCELAR RMA'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-AUTORIZAR
                WHEN '2'
                    PERFORM 2200-RECEBER
                WHEN '3'
                    PERFORM 2300-CONSULTAR
                WHEN '4'
                    PERFORM 2400-CANCELAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * AUTORIZACAO - A LINHA ORIGINAL TEM QUE SER DO CLIENTE; A
      * QUANTIDADE NAO PASSA DO QUE FOI FATURADO NA NOTA OU ENTREGUE
      * NO PEDIDO, MENOS O QUE OUTRAS RMAS NAO CANCELADAS JA
      * AUTORIZARAM DA MESMA LINHA. O VALOR UNITARIO DO CREDITO E O
      * DA LINHA ORIGINAL (NA NOTA, COM O IMPOSTO DA LINHA).
      *----------------------------------------------------------------
       2100-AUTORIZAR.
            MOVE 'N' TO WRK-ORIGEM-OK.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE WRK-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO'
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
                    PERFORM 2110-PEDIR-ORIGEM
            END-READ.
            IF ORIGEM-OK
                PERFORM 2140-SOMAR-DEVOLVIDO
                COMPUTE WRK-QTD-DISPONIVEL =
                    WRK-QTD-ORIGINAL - WRK-QTD-JA-DEVOLVIDA
                IF WRK-QTD-DISPONIVEL <= ZEROS
                    DISPLAY 'LINHA JA TOTALMENTE DEVOLVIDA'
                ELSE
                    PERFORM 2150-PEDIR-QUANTIDADE
                END-IF
            END-IF.

       2110-PEDIR-ORIGEM.
            DISPLAY 'DOCUMENTO ORIGINAL (N=NOTA P=PEDIDO).. '.
            ACCEPT WRK-TIPO-DOC.
            DISPLAY 'NUMERO DO DOCUMENTO.. '.
            ACCEPT WRK-DOCUMENTO.
            DISPLAY 'LINHA DO DOCUMENTO.. '.
            ACCEPT WRK-LINHA.
            EVALUATE TRUE
                WHEN TIPO-DOC-NOTA
                    MOVE 'N' TO WRK-ORI-TIPO
                    PERFORM 2120-LER-LINHA-NOTA
                WHEN TIPO-DOC-PEDIDO
                    MOVE 'P' TO WRK-ORI-TIPO
                    PERFORM 2130-LER-LINHA-PEDIDO
                WHEN OTHER
                    DISPLAY 'TIPO DE DOCUMENTO INVALIDO'
            END-EVALUATE.
            MOVE WRK-DOCUMENTO TO WRK-ORI-DOCUMENTO.
            MOVE WRK-LINHA TO WRK-ORI-LINHA.

       2120-LER-LINHA-NOTA.
            MOVE WRK-DOCUMENTO TO NOT-NUMERO.
            READ NOTAS-EMITIDAS
                INVALID KEY
                    DISPLAY 'NOTA NAO ENCONTRADA'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN NOT-CLIENTE NOT = WRK-CLIENTE
                            DISPLAY 'NOTA NAO E DESTE CLIENTE'
                        WHEN NOTA-CANCELADA
                            DISPLAY 'NOTA CANCELADA - NADA A DEVOLVER'
                        WHEN OTHER
                            PERFORM 2125-LER-ITEM-NOTA
                    END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * NOTA CANCELADA (NOTACANC) JA TEVE OS TITULOS CANCELADOS - UM
      * CREDITO DE DEVOLUCAO EM CIMA DELA PAGARIA A MESMA VENDA DUAS
      * VEZES. O MESMO VALE PARA O PEDIDO CANCELADO DEPOIS DE
      * ENTREGUE.
      *----------------------------------------------------------------
       2125-LER-ITEM-NOTA.
            MOVE WRK-DOCUMENTO TO NTI-NOTA.
            MOVE WRK-LINHA TO NTI-LINHA.
            READ NOTA-ITENS
                INVALID KEY
                    DISPLAY 'LINHA NAO ENCONTRADA NA NOTA'
                NOT INVALID KEY
                    MOVE 'S' TO WRK-ORIGEM-OK
                    MOVE NTI-PRODUTO TO WRK-PRODUTO
                    MOVE NTI-QUANTIDADE TO WRK-QTD-ORIGINAL
                    COMPUTE WRK-VALOR-UNIT ROUNDED =
                        (NTI-TOTAL-LINHA + NTI-IMPOSTO-LINHA)
                        / NTI-QUANTIDADE
                    DISPLAY 'PRODUTO ' NTI-PRODUTO ' ' NTI-DESCRICAO
                    DISPLAY 'QUANTIDADE NA NOTA: ' NTI-QUANTIDADE
            END-READ.

       2130-LER-LINHA-PEDIDO.
            MOVE WRK-DOCUMENTO TO PED-NUMERO.
            READ PEDIDOS
                INVALID KEY
                    DISPLAY 'PEDIDO NAO ENCONTRADO'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN PED-CLIENTE NOT = WRK-CLIENTE
                            DISPLAY 'PEDIDO NAO E DESTE CLIENTE'
                        WHEN PEDIDO-CANCELADO
                            DISPLAY 'PEDIDO CANCELADO - NADA A '
                                'DEVOLVER'
                        WHEN OTHER
                            MOVE WRK-DOCUMENTO TO ITN-PEDIDO
                            MOVE WRK-LINHA TO ITN-LINHA
                            READ PED-ITENS
                                INVALID KEY
                                    DISPLAY 'LINHA NAO ENCONTRADA NO '
                                        'PEDIDO'
                                NOT INVALID KEY
                                    PERFORM 2135-ACEITAR-LINHA-PEDIDO
                            END-READ
                    END-EVALUATE
            END-READ.

       2135-ACEITAR-LINHA-PEDIDO.
            IF ITN-QTD-ENTREGUE = ZEROS
                DISPLAY 'LINHA AINDA NAO ENTREGUE - NADA A DEVOLVER'
            ELSE
                MOVE 'S' TO WRK-ORIGEM-OK
                MOVE ITN-PRODUTO TO WRK-PRODUTO
                MOVE ITN-QTD-ENTREGUE TO WRK-QTD-ORIGINAL
                COMPUTE WRK-VALOR-UNIT ROUNDED =
                    ITN-TOTAL / ITN-QUANTIDADE
                MOVE ITN-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE SPACES TO PRO-DESCRICAO
                END-READ
                DISPLAY 'PRODUTO ' ITN-PRODUTO ' ' PRO-DESCRICAO
                DISPLAY 'QUANTIDADE ENTREGUE: ' ITN-QTD-ENTREGUE
            END-IF.

      *----------------------------------------------------------------
      * SOMA O QUE AS RMAS NAO CANCELADAS JA AUTORIZARAM DA LINHA,
      * PELA CHAVE ALTERNATIVA DOCUMENTO+LINHA.
      *----------------------------------------------------------------
       2140-SOMAR-DEVOLVIDO.
            MOVE ZEROS TO WRK-QTD-JA-DEVOLVIDA.
            MOVE 'N' TO WRK-EOF-RMA.
            MOVE WRK-ORIGEM-CHAVE TO RMA-ORIGEM.
            START RMAS KEY IS EQUAL TO RMA-ORIGEM
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RMA
            END-START.
            PERFORM 2145-LER-RMA-ORIGEM.
            PERFORM 2146-ACUMULAR-DEVOLVIDO UNTIL FIM-RMAS.

       2145-LER-RMA-ORIGEM.
            IF NOT FIM-RMAS
                READ RMAS NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-RMA
                END-READ
            END-IF.
            IF NOT FIM-RMAS
                AND RMA-ORIGEM NOT = WRK-ORIGEM-CHAVE
                MOVE 'S' TO WRK-EOF-RMA
            END-IF.

       2146-ACUMULAR-DEVOLVIDO.
            IF NOT RMA-CANCELADA
                ADD RMA-QUANTIDADE TO WRK-QTD-JA-DEVOLVIDA
            END-IF.
            PERFORM 2145-LER-RMA-ORIGEM.

       2150-PEDIR-QUANTIDADE.
            IF WRK-QTD-JA-DEVOLVIDA > ZEROS
                DISPLAY 'JA AUTORIZADO EM OUTRAS RMAS: '
                    WRK-QTD-JA-DEVOLVIDA
            END-IF.
            DISPLAY 'QUANTIDADE A DEVOLVER (ATE ' WRK-QTD-DISPONIVEL
                ').. '.
            ACCEPT WRK-QUANTIDADE.
            IF WRK-QUANTIDADE = ZEROS
                OR WRK-QUANTIDADE > WRK-QTD-DISPONIVEL
                DISPLAY 'QUANTIDADE INVALIDA - RMA NAO AUTORIZADA'
            ELSE
                DISPLAY 'MOTIVO (DF=DEFEITO AV=AVARIA NO TRANSPORTE '
                    'EP=ERRO NO PEDIDO DS=DESISTENCIA OU=OUTROS).. '
                ACCEPT WRK-MOTIVO
                MOVE WRK-MOTIVO TO RMA-MOTIVO
                IF NOT MOTIVO-VALIDO
                    DISPLAY 'MOTIVO INVALIDO - RMA NAO AUTORIZADA'
                ELSE
                    COMPUTE WRK-VALOR-CREDITO ROUNDED =
                        WRK-VALOR-UNIT * WRK-QUANTIDADE
                    MOVE WRK-VALOR-CREDITO TO WRK-RESUL-ED
                    DISPLAY 'CREDITO NO RECEBIMENTO: ' WRK-RESUL-ED
                    DISPLAY 'CONFIRMA A AUTORIZACAO (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR 's'
                        PERFORM 2160-GRAVAR-RMA
                    ELSE
                        DISPLAY 'RMA NAO AUTORIZADA'
                    END-IF
                END-IF
            END-IF.

       2160-GRAVAR-RMA.
            MOVE 'DV' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'DV' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            INITIALIZE RMA-REG.
            MOVE PCT-ULTIMO-NUMERO TO RMA-NUMERO.
            MOVE WRK-CLIENTE       TO RMA-CLIENTE.
            MOVE WRK-ORIGEM-CHAVE  TO RMA-ORIGEM.
            MOVE WRK-PRODUTO       TO RMA-PRODUTO.
            MOVE WRK-QUANTIDADE    TO RMA-QUANTIDADE.
            MOVE WRK-MOTIVO        TO RMA-MOTIVO.
            MOVE WRK-VALOR-UNIT    TO RMA-VALOR-UNIT.
            MOVE WRK-VALOR-CREDITO TO RMA-VALOR-CREDITO.
            MOVE 'A'               TO RMA-SITUACAO.
            ACCEPT RMA-DATA-AUTORIZACAO FROM DATE YYYYMMDD.
            MOVE WRK-USUARIO       TO RMA-USUARIO-AUTORIZ.
            MOVE SPACES            TO RMA-LOTE.
            WRITE RMA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR RMA'
                NOT INVALID KEY
                    DISPLAY 'RMA AUTORIZADA SOB O NUMERO ' RMA-NUMERO
            END-WRITE.

      *----------------------------------------------------------------
      * RECEBIMENTO COM INSPECAO - O QUE VOLTA BOM ENTRA NO ESTOQUE
      * (SALDO GLOBAL, ARMAZEM E LOTE ESCOLHIDOS, MOVIMENTO 'E' DE
      * ORIGEM DEVOLUCAO COM A RMA COMO DOCUMENTO); O QUE VOLTA
      * RUIM E SUCATEADO E NAO ENTRA. O CREDITO E LIBERADO AQUI,
      * PROPORCIONAL AO QUE CHEGOU (BOM OU SUCATA); O QUE NAO
      * CHEGOU NAO GERA CREDITO E A RMA FECHA COMO RECEBIDA.
      *----------------------------------------------------------------
       2200-RECEBER.
            DISPLAY 'NUMERO DA RMA.. '.
            ACCEPT WRK-RMA.
            MOVE WRK-RMA TO RMA-NUMERO.
            READ RMAS
                INVALID KEY
                    DISPLAY 'RMA NAO ENCONTRADA'
                NOT INVALID KEY
                    IF RMA-AUTORIZADA
                        PERFORM 2310-EXIBIR-RMA
                        PERFORM 2210-INSPECIONAR
                    ELSE
                        DISPLAY 'RMA NAO ESTA AGUARDANDO RECEBIMENTO '
                            '- SITUACAO ' RMA-SITUACAO
                    END-IF
            END-READ.

       2210-INSPECIONAR.
            DISPLAY 'QUANTIDADE BOA PARA REESTOQUE.. '.
            ACCEPT WRK-QTD-REESTOQUE.
            DISPLAY 'QUANTIDADE SUCATEADA.. '.
            ACCEPT WRK-QTD-SUCATA.
            COMPUTE WRK-QTD-RECEBIDA =
                WRK-QTD-REESTOQUE + WRK-QTD-SUCATA.
            IF WRK-QTD-RECEBIDA = ZEROS
                OR WRK-QTD-RECEBIDA > RMA-QUANTIDADE
                DISPLAY 'QUANTIDADE RECEBIDA INVALIDA (AUTORIZADO '
                    RMA-QUANTIDADE ')'
            ELSE
                MOVE ZEROS TO WRK-ARMAZEM
                MOVE SPACES TO WRK-LOTE
                MOVE ZEROS TO WRK-VALIDADE
                IF WRK-QTD-REESTOQUE > ZEROS
                    PERFORM 2220-PEDIR-DESTINO
                END-IF
                IF WRK-QTD-RECEBIDA = RMA-QUANTIDADE
                    MOVE RMA-VALOR-CREDITO TO WRK-VALOR-CREDITO
                ELSE
                    COMPUTE WRK-VALOR-CREDITO ROUNDED =
                        RMA-VALOR-UNIT * WRK-QTD-RECEBIDA
                END-IF
                MOVE WRK-VALOR-CREDITO TO WRK-RESUL-ED
                DISPLAY 'CREDITO A LANCAR NA CONTA DO CLIENTE: '
                    WRK-RESUL-ED
                DISPLAY 'CONFIRMA O RECEBIMENTO (S/N).. '
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR 's'
                    PERFORM 2225-CAPTURAR-SERIES
                    IF SERIES-OK
                        PERFORM 2230-EFETIVAR-RECEBIMENTO
                    ELSE
                        DISPLAY 'SERIES NAO CAPTURADAS - RECEBIMENTO '
                            'NAO GRAVADO'
                    END-IF
                ELSE
                    DISPLAY 'RECEBIMENTO NAO GRAVADO'
                END-IF
            END-IF.

       2220-PEDIR-DESTINO.
            DISPLAY 'ARMAZEM DE REESTOQUE.. '.
            ACCEPT WRK-ARMAZEM.
            DISPLAY 'LOTE (BRANCO = SEM LOTE).. '.
            ACCEPT WRK-LOTE.
            IF WRK-LOTE NOT = SPACES
                MOVE RMA-PRODUTO TO ELT-PRODUTO
                MOVE WRK-LOTE TO ELT-LOTE
                READ ESTOQUE-LOTES
                    INVALID KEY
                        DISPLAY 'VALIDADE DO LOTE (AAAAMMDD).. '
                        ACCEPT WRK-VALIDADE
                    NOT INVALID KEY
                        MOVE ELT-VALIDADE TO WRK-VALIDADE
                END-READ
            END-IF.

      *----------------------------------------------------------------
      * PRODUTO SERIALIZADO - UMA SERIE POR UNIDADE RECEBIDA, TODAS
      * VENDIDAS AO CLIENTE DA RMA (ROTINA COMUM SERCAPT). AS PRIMEIRAS
      * VOLTAM AO ESTOQUE NO ARMAZEM DE REESTOQUE, AS DEMAIS FICAM
      * SUCATEADAS.
      *----------------------------------------------------------------
       2225-CAPTURAR-SERIES.
            MOVE 'S' TO WRK-SERIES-OK.
            MOVE RMA-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE 'N' TO PRO-SERIALIZADO
            END-READ.
            IF PRODUTO-SERIALIZADO
                MOVE 'D'               TO SCP-EVENTO
                MOVE RMA-PRODUTO       TO SCP-PRODUTO
                MOVE WRK-QTD-REESTOQUE TO SCP-QUANTIDADE
                MOVE WRK-QTD-SUCATA    TO SCP-QTD-SUCATA
                MOVE WRK-ARMAZEM       TO SCP-ARMAZEM
                MOVE ZEROS             TO SCP-ARMAZEM-DEST
                MOVE 'DEVOLUCAO'       TO SCP-ORIGEM
                MOVE RMA-NUMERO        TO SCP-DOCUMENTO
                MOVE ZEROS             TO SCP-FORNECEDOR
                MOVE RMA-CLIENTE       TO SCP-CLIENTE
                MOVE WRK-USUARIO       TO SCP-USUARIO
                MOVE SPACE             TO SCP-MODO
                CALL 'SERCAPT' USING SERCAPT-AREA
                MOVE SCP-CAPTURA-OK TO WRK-SERIES-OK
            END-IF.

       2230-EFETIVAR-RECEBIMENTO.
            IF WRK-QTD-REESTOQUE > ZEROS
                PERFORM 2240-REESTOCAR
            END-IF.
            PERFORM 2250-CREDITAR-CLIENTE.
            PERFORM 2270-ESTORNAR-RAZAO.
            MOVE 'R'               TO RMA-SITUACAO.
            ACCEPT RMA-DATA-RECEBIMENTO FROM DATE YYYYMMDD.
            MOVE WRK-USUARIO       TO RMA-USUARIO-RECEB.
            MOVE WRK-QTD-REESTOQUE TO RMA-QTD-REESTOQUE.
            MOVE WRK-QTD-SUCATA    TO RMA-QTD-SUCATA.
            MOVE WRK-ARMAZEM       TO RMA-ARMAZEM.
            MOVE WRK-LOTE          TO RMA-LOTE.
            MOVE WRK-VALOR-CREDITO TO RMA-VALOR-CREDITADO.
            REWRITE RMA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR RMA'
                NOT INVALID KEY
                    DISPLAY 'RMA RECEBIDA'
            END-REWRITE.

       2240-REESTOCAR.
            MOVE RMA-PRODUTO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE RMA-PRODUTO TO EST-PRODUTO
                    MOVE ZEROS TO EST-SALDO
                    MOVE ZEROS TO EST-PONTO-REPOSICAO
                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.
            ADD WRK-QTD-REESTOQUE TO EST-SALDO.
            REWRITE ESTOQUE-REG
                INVALID KEY
                    WRITE ESTOQUE-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8940-CONTROLE-ESTOQUE.
            MOVE WRK-ARMAZEM TO EAR-ARMAZEM.
            MOVE RMA-PRODUTO TO EAR-PRODUTO.
            READ ESTOQUE-ARMAZEM
                INVALID KEY
                    MOVE WRK-ARMAZEM TO EAR-ARMAZEM
                    MOVE RMA-PRODUTO TO EAR-PRODUTO
                    MOVE ZEROS TO EAR-SALDO
            END-READ.
            ADD WRK-QTD-REESTOQUE TO EAR-SALDO.
            REWRITE ESTOQUE-ARMAZEM-REG
                INVALID KEY
                    WRITE ESTOQUE-ARMAZEM-REG
            END-REWRITE.
            IF WRK-LOTE NOT = SPACES
                MOVE RMA-PRODUTO TO ELT-PRODUTO
                MOVE WRK-LOTE TO ELT-LOTE
                READ ESTOQUE-LOTES
                    INVALID KEY
                        MOVE RMA-PRODUTO TO ELT-PRODUTO
                        MOVE WRK-LOTE TO ELT-LOTE
                        MOVE ZEROS TO ELT-SALDO
                END-READ
                MOVE WRK-VALIDADE TO ELT-VALIDADE
                ADD WRK-QTD-REESTOQUE TO ELT-SALDO
                REWRITE ESTOQUE-LOTE-REG
                    INVALID KEY
                        WRITE ESTOQUE-LOTE-REG
                END-REWRITE
            END-IF.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA       TO MOV-DATA.
            MOVE WRK-DH-HORA       TO MOV-HORA.
            MOVE WRK-USUARIO       TO MOV-USUARIO.
            MOVE RMA-PRODUTO       TO MOV-PRODUTO.
            MOVE 'E'               TO MOV-TIPO.
            MOVE WRK-QTD-REESTOQUE TO MOV-QUANTIDADE.
            MOVE 'DEVOLUCAO'       TO MOV-ORIGEM.
            MOVE RMA-NUMERO        TO MOV-DOCUMENTO.
            MOVE WRK-ARMAZEM       TO MOV-ARMAZEM.
            MOVE WRK-LOTE          TO MOV-LOTE.
            WRITE MOVEST-LINHA.
            DISPLAY 'SALDO ATUALIZADO: ' EST-SALDO.

      *----------------------------------------------------------------
      * CREDITO DA DEVOLUCAO NO SALDO DO CLIENTE (O MESMO CLI-CONTA
      * DO PROGCOB06/RECBAIXA), COM IMAGEM NO JORNAL E LINHA EM
      * CTAMOV.TXT AMARRADA A RMA.
      *----------------------------------------------------------------
       2250-CREDITAR-CLIENTE.
            MOVE RMA-CLIENTE TO CTA-CLIENTE.
            READ CLI-CONTA
                INVALID KEY
                    MOVE RMA-CLIENTE TO CTA-CLIENTE
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            MOVE CONTA-REG TO TCA-ANTES.
            ADD WRK-VALOR-CREDITO TO CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    WRITE CONTA-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8930-CONTROLE-CONTA.
            MOVE WRK-USUARIO TO JRA-USUARIO.
            MOVE 'CLICONTA' TO JRA-ARQUIVO.
            MOVE 'G' TO JRA-OPERACAO.
            MOVE SPACES TO JRA-IMAGEM.
            MOVE CONTA-REG TO JRA-IMAGEM.
            CALL 'JORNAL' USING JORNAL-AREA.
            MOVE CTA-SALDO TO WRK-RESUL-ED.
            DISPLAY 'SALDO ATUALIZADO DO CLIENTE: ' WRK-RESUL-ED.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA    TO CTM-DATA.
            MOVE WRK-DH-HORA    TO CTM-HORA.
            MOVE WRK-USUARIO    TO CTM-USUARIO.
            MOVE RMA-CLIENTE    TO CTM-CLIENTE.
            MOVE 'C'            TO CTM-TIPO.
            MOVE WRK-VALOR-CREDITO TO CTM-VALOR.
            IF CTA-SALDO < 0
                MOVE '-' TO CTM-SALDO-SINAL
                COMPUTE CTM-SALDO = CTA-SALDO * -1
            ELSE
                MOVE '+' TO CTM-SALDO-SINAL
                MOVE CTA-SALDO TO CTM-SALDO
            END-IF.
            MOVE 'DEVOLUCAO'    TO CTM-ORIGEM.
            MOVE RMA-NUMERO     TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            PERFORM 2260-EMPRESA-ORIGEM.
            MOVE WRK-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

      *----------------------------------------------------------------
      * O CREDITO FICA NA EMPRESA QUE VENDEU - A DA NOTA OU DO PEDIDO
      * DE ORIGEM DA RMA (DOCUMENTO ANTIGO, SEM EMPRESA, E DA 01).
      *----------------------------------------------------------------
       2260-EMPRESA-ORIGEM.
            MOVE 01 TO WRK-EMPRESA.
            IF RMA-DOC-NOTA
                MOVE RMA-DOCUMENTO TO NOT-NUMERO
                READ NOTAS-EMITIDAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT-EMPRESA NOT = ZEROS
                            MOVE NOT-EMPRESA TO WRK-EMPRESA
                        END-IF
                END-READ
            ELSE
                MOVE RMA-DOCUMENTO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PED-EMPRESA NOT = ZEROS
                            MOVE PED-EMPRESA TO WRK-EMPRESA
                        END-IF
                END-READ
            END-IF.

      *----------------------------------------------------------------
      * DEVOLUCAO DE PEDIDO FATURADO (A RMA DO PEDIDO OU A DA NOTA
      * GERADA DO PEDIDO): A VENDA QUE O FATURA LANCOU NO RAZAO GANHA
      * UMA DEVOLUCAO 'D' DO VALOR CREDITADO, DATADA DE HOJE, COM A
      * REFERENCIA AO LANCAMENTO GUARDADO NO PEDIDO - ASSIM COMISSAO,
      * METAS, ABC E RESUMOS DE VENDAS FICAM LIQUIDOS DA DEVOLUCAO.
      * PEDIDO AINDA NAO LANCADO OU JA ESTORNADO POR INTEIRO (NOTACANC/
      * FATURA) NAO TEM O QUE ESTORNAR.
      *----------------------------------------------------------------
       2270-ESTORNAR-RAZAO.
            MOVE ZEROS TO WRK-PEDIDO-ORIGEM.
            IF RMA-DOC-NOTA
                MOVE RMA-DOCUMENTO TO NOT-NUMERO
                READ NOTAS-EMITIDAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NOT-PEDIDO TO WRK-PEDIDO-ORIGEM
                END-READ
            ELSE
                MOVE RMA-DOCUMENTO TO WRK-PEDIDO-ORIGEM
            END-IF.
            IF WRK-PEDIDO-ORIGEM NOT = ZEROS
                MOVE WRK-PEDIDO-ORIGEM TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF RAZAO-LANCADO
                            PERFORM 2275-LANCAR-DEVOLUCAO
                        END-IF
                END-READ
            END-IF.

       2275-LANCAR-DEVOLUCAO.
            MOVE PED-CLIENTE    TO SEL-CLIENTE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            MOVE WRK-DH-DATA    TO SEL-DATA.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-HORA    TO SEL-HORA.
            MOVE WRK-VALOR-CREDITO TO SEL-VALOR.
            MOVE 'D'            TO SEL-TIPO.
            MOVE PED-CLIENTE    TO SEL-REF-CLIENTE.
            MOVE PED-RAZAO-DATA TO SEL-REF-DATA.
            MOVE PED-RAZAO-HORA TO SEL-REF-HORA.
            MOVE PED-VENDEDOR   TO SEL-VENDEDOR.
            MOVE ZEROS          TO SEL-LOJA.
            MOVE PED-NUMERO     TO SEL-PEDIDO.
            IF PED-EMPRESA NOT = ZEROS
                MOVE PED-EMPRESA TO SEL-EMPRESA
            ELSE
                MOVE 01 TO SEL-EMPRESA
            END-IF.
            MOVE 'N' TO WRK-LANC-GRAVADO.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 2280-TENTAR-GRAVAR
                UNTIL LANC-GRAVADO OR WRK-TENTATIVAS >= 60.
            IF LANC-GRAVADO
                DISPLAY 'DEVOLUCAO LANCADA NO RAZAO DE VENDAS'
            ELSE
                DISPLAY 'ERRO AO LANCAR NO RAZAO A DEVOLUCAO DO PEDIDO '
                    PED-NUMERO
            END-IF.

      *----------------------------------------------------------------
      * CHAVE CLIENTE+DATA+HORA OCUPADA AVANCA A HORA DE UM EM UM,
      * COMO NO FATURA (TETO DE 60 TENTATIVAS).
      *----------------------------------------------------------------
       2280-TENTAR-GRAVAR.
            WRITE SALES-LEDGER-REG
                INVALID KEY
                    ADD 1 TO WRK-TENTATIVAS
                    ADD 1 TO SEL-HORA
                NOT INVALID KEY
                    MOVE 'S' TO WRK-LANC-GRAVADO
            END-WRITE.

       2300-CONSULTAR.
            DISPLAY 'NUMERO DA RMA.. '.
            ACCEPT WRK-RMA.
            MOVE WRK-RMA TO RMA-NUMERO.
            READ RMAS
                INVALID KEY
                    DISPLAY 'RMA NAO ENCONTRADA'
                NOT INVALID KEY
                    PERFORM 2310-EXIBIR-RMA
                    IF RMA-RECEBIDA
                        DISPLAY 'RECEBIDA EM.....: '
                            RMA-DATA-RECEBIMENTO ' POR '
                            RMA-USUARIO-RECEB
                        DISPLAY 'REESTOCADO......: '
                            RMA-QTD-REESTOQUE ' ARMAZEM '
                            RMA-ARMAZEM ' LOTE ' RMA-LOTE
                        DISPLAY 'SUCATEADO.......: ' RMA-QTD-SUCATA
                        MOVE RMA-VALOR-CREDITADO TO WRK-RESUL-ED
                        DISPLAY 'CREDITO LANCADO.: ' WRK-RESUL-ED
                    END-IF
            END-READ.

       2310-EXIBIR-RMA.
            DISPLAY 'RMA.............: ' RMA-NUMERO
                '  SITUACAO ' RMA-SITUACAO.
            DISPLAY 'CLIENTE.........: ' RMA-CLIENTE.
            DISPLAY 'DOCUMENTO.......: ' RMA-TIPO-DOC ' '
                RMA-DOCUMENTO ' LINHA ' RMA-LINHA.
            DISPLAY 'PRODUTO.........: ' RMA-PRODUTO.
            DISPLAY 'QTD AUTORIZADA..: ' RMA-QUANTIDADE
                '  MOTIVO ' RMA-MOTIVO.
            MOVE RMA-VALOR-CREDITO TO WRK-RESUL-ED.
            DISPLAY 'CREDITO PREVISTO: ' WRK-RESUL-ED.
            DISPLAY 'AUTORIZADA EM...: ' RMA-DATA-AUTORIZACAO
                ' POR ' RMA-USUARIO-AUTORIZ.

       2400-CANCELAR.
            DISPLAY 'NUMERO DA RMA.. '.
            ACCEPT WRK-RMA.
            MOVE WRK-RMA TO RMA-NUMERO.
            READ RMAS
                INVALID KEY
                    DISPLAY 'RMA NAO ENCONTRADA'
                NOT INVALID KEY
                    IF RMA-AUTORIZADA
                        MOVE 'C' TO RMA-SITUACAO
                        REWRITE RMA-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO CANCELAR'
                            NOT INVALID KEY
                                DISPLAY 'RMA CANCELADA'
                        END-REWRITE
                    ELSE
                        DISPLAY 'SO RMA AUTORIZADA E NAO RECEBIDA '
                            'PODE SER CANCELADA - SITUACAO '
                            RMA-SITUACAO
                    END-IF
            END-READ.

       3000-FINALIZAR.
            CLOSE RMAS.
            CLOSE CLIENTES-MASTER.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NOTA-ITENS.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE PRODUTOS-MASTER.
            CLOSE ESTOQUE-SALDO.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE ESTOQUE-LOTES.
            CLOSE ESTOQUE-MOVTOS.
            CLOSE CLI-CONTA.
            CLOSE CONTA-MOVTOS.
            CLOSE PED-CONTROLE.
            CLOSE SALES-LEDGER.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8930-CONTROLE-CONTA.
            MOVE 'CLICONTA' TO TCA-ARQUIVO.
            MOVE 'RMAMANU' TO TCA-PROGRAMA.
            MOVE CONTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'RMAMANU' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM RMAMANU.
