      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: APROVACAO DE DESCONTOS ACIMA DO LIMITE - O GERENTE
      *          (NIVEL 01 E FUNCAO DESCAPRV NA MATRIZ DE PERMISSOES)
      *          REVE A FILA DESCPEND GRAVADA PELO PROGCOB09 E PELO
      *          ORCAMENT E DECIDE CADA LINHA ACIMA DO MAXIMO DO
      *          VENDEDOR/FAMILIA: APROVA O DESCONTO PEDIDO, REDUZ
      *          PARA UM PERCENTUAL ENTRE O LIMITE E O PEDIDO, OU
      *          REJEITA (A LINHA FICA COM O LIMITE). TODA DECISAO
      *          LEVA JUSTIFICATIVA, USUARIO E DATA NA PROPRIA LINHA.
      *          COM TODAS AS LINHAS DECIDIDAS O FRETE E REFEITO SOBRE
      *          O VALOR APROVADO E O DOCUMENTO SEGUE: PEDIDO VIRA
      *          REGISTRO NORMAL DE PEDIDOS/PEDITENS (OU VAI AO PEDHOLD
      *          SE JA TINHA MOTIVO DE CREDITO NA DIGITACAO) E
      *          ORCAMENTO VOLTA A ABERTO COM AS LINHAS CORRIGIDAS.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Pendencia de empresa a que o gerente nao tem
      *                 acesso (rotina EMPCHK) nao e decidida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCAPRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WRK-FS-USUARIO.
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
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PED-HOLD ASSIGN TO 'PEDHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHD-NUMERO
               FILE STATUS IS WRK-FS-HOLD.
           SELECT PED-HOLD-ITENS ASSIGN TO 'PEDHITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-CHAVE
               FILE STATUS IS WRK-FS-HOLDITN.
           SELECT ORCAMENTOS ASSIGN TO 'ORCAMENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-FS-ORC.
           SELECT ORC-ITENS ASSIGN TO 'ORCITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCI-CHAVE
               FILE STATUS IS WRK-FS-ORCITN.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS
           LABEL RECORD IS STANDARD.
           COPY USUAREG.
       FD  DESC-PEND
           LABEL RECORD IS STANDARD.
           COPY DSPREG.
       FD  DESC-ITENS
           LABEL RECORD IS STANDARD.
           COPY DSIREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PED-HOLD
           LABEL RECORD IS STANDARD.
           COPY PEDHREG.
       FD  PED-HOLD-ITENS
           LABEL RECORD IS STANDARD.
           COPY PHIREG.
       FD  ORCAMENTOS
           LABEL RECORD IS STANDARD.
           COPY ORCREG.
       FD  ORC-ITENS
           LABEL RECORD IS STANDARD.
           COPY ORCIREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-DESCPEND  PIC X(02) VALUE '00'.
       77 WRK-FS-DESCITN   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-HOLD      PIC X(02) VALUE '00'.
       77 WRK-FS-HOLDITN   PIC X(02) VALUE '00'.
       77 WRK-FS-ORC       PIC X(02) VALUE '00'.
       77 WRK-FS-ORCITN    PIC X(02) VALUE '00'.
       77 WRK-EOF-DESC     PIC X(01) VALUE 'N'.
           88 FIM-DESC     VALUE 'S'.
       77 WRK-EOF-DITENS   PIC X(01) VALUE 'N'.
           88 FIM-DITENS   VALUE 'S'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-SENHA        PIC X(10) VALUE SPACES.
       77 WRK-AUTORIZADO   PIC X(01) VALUE 'N'.
           88 GERENTE-OK   VALUE 'S'.
       77 WRK-PENDENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-DECISAO      PIC X(01) VALUE SPACE.
       77 WRK-JUSTIFICA    PIC X(40) VALUE SPACES.
       77 WRK-DESC-NOVO    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CONCLUIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LINHAS-DEC PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-ABERTAS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FRETE-ESTADO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-LINHA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED       PIC Z9,99 VALUE ZEROS.
       77 WRK-LIMITE-ED    PIC Z9,99 VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
           COPY PCKREG.
           COPY SESREG.
           COPY PZEREG.
           COPY TCAREG.
           COPY ALTREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF GERENTE-OK
                PERFORM 2000-LISTAR-PENDENTES
                IF WRK-QTD-PENDENTES = ZEROS
                    DISPLAY 'NENHUM DESCONTO PENDENTE DE APROVACAO'
                ELSE
                    PERFORM 3000-PEDIR-NUMERO
                    PERFORM 3100-DECIDIR-PENDENCIA
                        UNTIL WRK-PENDENCIA = ZEROS
                END-IF
            END-IF.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'DESCAPRV' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT USUARIOS.
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
            OPEN I-O PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN I-O PEDIDOS
            END-IF.
            OPEN I-O PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN I-O PED-ITENS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN I-O ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN I-O PED-HOLD.
            IF WRK-FS-HOLD = '35'
                CLOSE PED-HOLD
                OPEN OUTPUT PED-HOLD
                CLOSE PED-HOLD
                OPEN I-O PED-HOLD
            END-IF.
            OPEN I-O PED-HOLD-ITENS.
            IF WRK-FS-HOLDITN = '35'
                CLOSE PED-HOLD-ITENS
                OPEN OUTPUT PED-HOLD-ITENS
                CLOSE PED-HOLD-ITENS
                OPEN I-O PED-HOLD-ITENS
            END-IF.
            OPEN I-O ORCAMENTOS.
            IF WRK-FS-ORC = '35'
                CLOSE ORCAMENTOS
                OPEN OUTPUT ORCAMENTOS
                CLOSE ORCAMENTOS
                OPEN I-O ORCAMENTOS
            END-IF.
            OPEN I-O ORC-ITENS.
            IF WRK-FS-ORCITN = '35'
                CLOSE ORC-ITENS
                OPEN OUTPUT ORC-ITENS
                CLOSE ORC-ITENS
                OPEN I-O ORC-ITENS
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 1100-CONFERIR-GERENTE.

      *----------------------------------------------------------------
      * MESMO CRIVO DO PEDLIBER: NIVEL 01 DO CADASTRO USUARIOS, COM
      * SENHA, E A FUNCAO PROPRIA DESCAPRV NA MATRIZ DE PERMISSOES
      * (ROTINA COMUM PERMCHK, QUE LOGA A NEGATIVA).
      *----------------------------------------------------------------
       1100-CONFERIR-GERENTE.
            DISPLAY 'APROVACAO DE DESCONTOS ACIMA DO LIMITE'.
            DISPLAY 'USUARIO GERENTE.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'DESCAPRV' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            DISPLAY 'SENHA.. '.
            ACCEPT WRK-SENHA.
            MOVE WRK-USUARIO TO USU-ID.
            READ USUARIOS
                INVALID KEY
                    DISPLAY 'USUARIO OU SENHA INVALIDOS'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN NOT USUARIO-ATIVO
                            DISPLAY 'USUARIO NAO ESTA ATIVO'
                        WHEN USU-SENHA NOT = WRK-SENHA
                            DISPLAY 'USUARIO OU SENHA INVALIDOS'
                        WHEN USU-NIVEL NOT = 01
                            DISPLAY 'ACESSO RESTRITO AO GERENTE '
                                '(NIVEL 01)'
                        WHEN OTHER
                            PERFORM 1200-CONFERIR-FUNCAO
                    END-EVALUATE
            END-READ.

       1200-CONFERIR-FUNCAO.
            MOVE WRK-USUARIO TO PCK-USUARIO.
            MOVE 'DESCAPRV' TO PCK-FUNCAO.
            CALL 'PERMCHK' USING PERMCHK-AREA.
            IF PERM-OK
                MOVE 'S' TO WRK-AUTORIZADO
            ELSE
                DISPLAY 'USUARIO SEM PERMISSAO PARA APROVAR DESCONTO'
            END-IF.

       2000-LISTAR-PENDENTES.
            MOVE ZEROS TO WRK-QTD-PENDENTES.
            MOVE 'N' TO WRK-EOF-DESC.
            MOVE ZEROS TO DSP-NUMERO.
            START DESC-PEND KEY IS NOT LESS THAN DSP-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DESC
            END-START.
            IF NOT FIM-DESC
                PERFORM 2010-LER-PENDENCIA
                PERFORM 2020-LISTAR-PENDENCIA UNTIL FIM-DESC
            END-IF.
            DISPLAY 'DESCONTOS PENDENTES: ' WRK-QTD-PENDENTES.

       2010-LER-PENDENCIA.
            READ DESC-PEND NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-DESC
            END-READ.

       2020-LISTAR-PENDENCIA.
            IF DESC-PENDENTE
                ADD 1 TO WRK-QTD-PENDENTES
                MOVE DSP-TOTAL TO WRK-TOTAL-ED
                IF DSP-ORCAMENTO
                    DISPLAY DSP-NUMERO ' ORCAMENTO ' DSP-ORC-NUMERO
                        ' CLIENTE ' DSP-CLIENTE ' TOTAL ' WRK-TOTAL-ED
                        ' VENDEDOR ' DSP-VENDEDOR
                ELSE
                    DISPLAY DSP-NUMERO ' PEDIDO           '
                        ' CLIENTE ' DSP-CLIENTE ' TOTAL ' WRK-TOTAL-ED
                        ' VENDEDOR ' DSP-VENDEDOR
                END-IF
            END-IF.
            PERFORM 2010-LER-PENDENCIA.

       3000-PEDIR-NUMERO.
            DISPLAY 'NUMERO DA PENDENCIA (0 PARA ENCERRAR).. '.
            ACCEPT WRK-PENDENCIA.

       3100-DECIDIR-PENDENCIA.
            MOVE WRK-PENDENCIA TO DSP-NUMERO.
            READ DESC-PEND
                INVALID KEY
                    DISPLAY 'PENDENCIA DE DESCONTO NAO ENCONTRADA'
                NOT INVALID KEY
                    IF DESC-PENDENTE
                        PERFORM 3150-CONFERIR-EMPRESA
                        IF EMPRESA-OK
                            PERFORM 3200-MOSTRAR-E-DECIDIR
                        END-IF
                    ELSE
                        DISPLAY 'PENDENCIA JA DECIDIDA POR '
                            DSP-DECISAO-USUARIO ' EM '
                            DSP-DECISAO-DATA
                    END-IF
            END-READ.
            PERFORM 3000-PEDIR-NUMERO.

      *----------------------------------------------------------------
      * A PENDENCIA E DA EMPRESA DSP-EMPRESA (ZEROS = 01) - O GERENTE
      * TEM QUE TER ACESSO A ELA (ROTINA COMUM EMPCHK).
      *----------------------------------------------------------------
       3150-CONFERIR-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE DSP-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-NEGADA
                DISPLAY 'PENDENCIA DA EMPRESA ' DSP-EMPRESA ': '
                    EMK-MOTIVO
            END-IF.

       3200-MOSTRAR-E-DECIDIR.
            MOVE DSP-TOTAL TO WRK-TOTAL-ED.
            DISPLAY 'CLIENTE....: ' DSP-CLIENTE.
            DISPLAY 'DATA.......: ' DSP-DATA.
            DISPLAY 'VENDEDOR...: ' DSP-VENDEDOR.
            DISPLAY 'DIGITADO...: ' DSP-USUARIO.
            DISPLAY 'TOTAL......: ' WRK-TOTAL-ED.
            IF DSP-MOTIVO-HOLD NOT = SPACES
                DISPLAY 'CREDITO....: ' DSP-MOTIVO-HOLD
            END-IF.
            PERFORM 3300-PERCORRER-LINHAS.
            PERFORM 3500-APURAR-VALOR.
            IF WRK-LINHAS-ABERTAS > ZEROS
                DISPLAY 'AINDA HA ' WRK-LINHAS-ABERTAS
                    ' LINHA(S) SEM DECISAO - PENDENCIA CONTINUA ABERTA'
            ELSE
                PERFORM 4000-CONCLUIR
            END-IF.

       3300-PERCORRER-LINHAS.
            MOVE 'N' TO WRK-EOF-DITENS.
            MOVE DSP-NUMERO TO DSI-PENDENCIA.
            MOVE ZEROS TO DSI-LINHA.
            START DESC-ITENS KEY IS NOT LESS THAN DSI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DITENS
            END-START.
            IF NOT FIM-DITENS
                PERFORM 3310-LER-LINHA
                PERFORM 3320-TRATAR-LINHA UNTIL FIM-DITENS
            END-IF.

       3310-LER-LINHA.
            READ DESC-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-DITENS
            END-READ.
            IF NOT FIM-DITENS
                IF DSI-PENDENCIA NOT = DSP-NUMERO
                    MOVE 'S' TO WRK-EOF-DITENS
                END-IF
            END-IF.

       3320-TRATAR-LINHA.
            IF DSI-PENDENTE
                PERFORM 3400-DECIDIR-LINHA
            END-IF.
            PERFORM 3310-LER-LINHA.

      *----------------------------------------------------------------
      * DECISAO DE UMA LINHA: A = APROVA O DESCONTO PEDIDO; D = REDUZ
      * PARA UM PERCENTUAL NAO MENOR QUE O LIMITE E MENOR QUE O
      * PEDIDO; R = REJEITA E A LINHA FICA COM O PROPRIO LIMITE.
      * RESPOSTA INVALIDA DEIXA A LINHA PENDENTE.
      *----------------------------------------------------------------
       3400-DECIDIR-LINHA.
            MOVE DSI-PRECO-UNIT TO WRK-PRECO-ED.
            MOVE DSI-DESCONTO-PEDIDO TO WRK-PCT-ED.
            MOVE DSI-DESCONTO-LIMITE TO WRK-LIMITE-ED.
            DISPLAY ' '.
            DISPLAY 'LINHA ' DSI-LINHA ' PRODUTO ' DSI-PRODUTO
                ' QTDE ' DSI-QUANTIDADE ' PRECO ' WRK-PRECO-ED.
            IF DSI-ORIGEM-LIMITE = 'F'
                DISPLAY 'DESCONTO PEDIDO ' WRK-PCT-ED
                    '% - LIMITE DA FAMILIA ' WRK-LIMITE-ED '%'
            ELSE
                DISPLAY 'DESCONTO PEDIDO ' WRK-PCT-ED
                    '% - LIMITE DO VENDEDOR ' WRK-LIMITE-ED '%'
            END-IF.
            DISPLAY 'APROVAR, REDUZIR OU REJEITAR (A/D/R).. '.
            MOVE SPACE TO WRK-DECISAO.
            ACCEPT WRK-DECISAO.
            EVALUATE WRK-DECISAO
                WHEN 'A'
                WHEN 'a'
                    MOVE DSI-DESCONTO-PEDIDO TO DSI-DESCONTO-PCT
                    MOVE 'A' TO DSI-SITUACAO
                    PERFORM 3450-GRAVAR-DECISAO
                WHEN 'D'
                WHEN 'd'
                    DISPLAY 'DESCONTO CONCEDIDO (%).. '
                    MOVE ZEROS TO WRK-DESC-NOVO
                    ACCEPT WRK-DESC-NOVO
                    IF WRK-DESC-NOVO < DSI-DESCONTO-LIMITE
                        OR WRK-DESC-NOVO NOT < DSI-DESCONTO-PEDIDO
                        DISPLAY 'PERCENTUAL TEM QUE FICAR ENTRE O '
                            'LIMITE E O PEDIDO - LINHA SEGUE PENDENTE'
                    ELSE
                        MOVE WRK-DESC-NOVO TO DSI-DESCONTO-PCT
                        MOVE 'D' TO DSI-SITUACAO
                        PERFORM 3450-GRAVAR-DECISAO
                    END-IF
                WHEN 'R'
                WHEN 'r'
                    MOVE DSI-DESCONTO-LIMITE TO DSI-DESCONTO-PCT
                    MOVE 'R' TO DSI-SITUACAO
                    PERFORM 3450-GRAVAR-DECISAO
                WHEN OTHER
                    DISPLAY 'DECISAO INVALIDA - LINHA SEGUE PENDENTE'
            END-EVALUATE.

      *----------------------------------------------------------------
      * TOTAL DA LINHA REFEITO COM O PERCENTUAL DECIDIDO, NA MESMA
      * CONTA DA DIGITACAO (PROGCOB09/ORCAMENT).
      *----------------------------------------------------------------
       3450-GRAVAR-DECISAO.
            DISPLAY 'JUSTIFICATIVA.. '.
            MOVE SPACES TO WRK-JUSTIFICA.
            ACCEPT WRK-JUSTIFICA.
            COMPUTE WRK-TOTAL-LINHA =
                DSI-PRECO-UNIT * DSI-QUANTIDADE.
            COMPUTE WRK-DESCONTO-VALOR = WRK-TOTAL-LINHA
                * DSI-DESCONTO-PCT / 100.
            SUBTRACT WRK-DESCONTO-VALOR FROM WRK-TOTAL-LINHA.
            MOVE WRK-TOTAL-LINHA TO DSI-TOTAL.
            MOVE WRK-USUARIO TO DSI-USUARIO.
            MOVE WRK-DATA-HOJE TO DSI-DATA.
            MOVE WRK-JUSTIFICA TO DSI-JUSTIFICATIVA.
            REWRITE DESC-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A DECISAO DA LINHA '
                        DSI-LINHA
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-LINHAS-DEC
                    MOVE DSI-TOTAL TO WRK-TOTAL-ED
                    DISPLAY 'LINHA ' DSI-LINHA ' COM ' DSI-DESCONTO-PCT
                        '% - TOTAL ' WRK-TOTAL-ED
            END-REWRITE.

      *----------------------------------------------------------------
      * VALOR DA MERCADORIA = SOMA DAS LINHAS JA COM OS PERCENTUAIS
      * DECIDIDOS; CONTA AS LINHAS QUE AINDA ESTAO PENDENTES.
      *----------------------------------------------------------------
       3500-APURAR-VALOR.
            MOVE ZEROS TO WRK-VALOR.
            MOVE ZEROS TO WRK-LINHAS-ABERTAS.
            MOVE 'N' TO WRK-EOF-DITENS.
            MOVE DSP-NUMERO TO DSI-PENDENCIA.
            MOVE ZEROS TO DSI-LINHA.
            START DESC-ITENS KEY IS NOT LESS THAN DSI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DITENS
            END-START.
            IF NOT FIM-DITENS
                PERFORM 3310-LER-LINHA
                PERFORM 3510-SOMAR-LINHA UNTIL FIM-DITENS
            END-IF.

       3510-SOMAR-LINHA.
            ADD DSI-TOTAL TO WRK-VALOR.
            IF DSI-PENDENTE
                ADD 1 TO WRK-LINHAS-ABERTAS
            END-IF.
            PERFORM 3310-LER-LINHA.

      *----------------------------------------------------------------
      * TODAS AS LINHAS DECIDIDAS - FRETE REFEITO COMO NA DIGITACAO
      * (PARCELA DA UF SOBRE O VALOR + PARCELA DO PESO, QUE NAO MUDA)
      * E O DOCUMENTO SEGUE O CAMINHO QUE TERIA TOMADO SEM A FILA.
      *----------------------------------------------------------------
       4000-CONCLUIR.
            COMPUTE WRK-FRETE-ESTADO =
                WRK-VALOR * (DSP-PERC-FRETE - 1).
            COMPUTE WRK-FRETE = WRK-FRETE-ESTADO + DSP-FRETE-PESO.
            COMPUTE WRK-TOTAL = WRK-VALOR + WRK-FRETE.
            MOVE WRK-VALOR TO DSP-VALOR.
            MOVE WRK-FRETE TO DSP-FRETE.
            MOVE WRK-TOTAL TO DSP-TOTAL.
            MOVE WRK-TOTAL TO WRK-TOTAL-ED.
            DISPLAY 'TOTAL APROVADO (COM FRETE): ' WRK-TOTAL-ED.
            EVALUATE TRUE
                WHEN DSP-ORCAMENTO
                    PERFORM 4300-LIBERAR-ORCAMENTO
                WHEN DSP-MOTIVO-HOLD NOT = SPACES
                    PERFORM 4200-RETER-PEDIDO
                WHEN OTHER
                    PERFORM 4100-GERAR-PEDIDO
            END-EVALUATE.
            PERFORM 4900-MARCAR-DECISAO.

      *----------------------------------------------------------------
      * PEDIDO SEM PENDENCIA DE CREDITO - VIRA PEDIDO NORMAL COMO NA
      * LIBERACAO DO PEDLIBER: NUMERO DA CHAVE 'PD', DATA PROMETIDA
      * (PRAZOENT) E ESTOQUE COMPROMETIDO AGORA.
      *----------------------------------------------------------------
       4100-GERAR-PEDIDO.
            MOVE 'PD' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO PED-NUMERO.
            MOVE 'PD' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE DSP-CLIENTE       TO PED-CLIENTE.
            MOVE DSP-PRODUTO       TO PED-PRODUTO.
            MOVE DSP-VALOR         TO PED-VALOR.
            MOVE DSP-PESO          TO PED-PESO.
            MOVE DSP-UF            TO PED-UF.
            MOVE DSP-FRETE         TO PED-FRETE.
            MOVE DSP-TOTAL         TO PED-TOTAL.
            MOVE DSP-DATA          TO PED-DATA.
            MOVE 'A' TO PED-STATUS.
            MOVE SPACES TO PED-MOTIVO-CANCEL.
            MOVE DSP-VENDEDOR      TO PED-VENDEDOR.
            MOVE DSP-END-ENTREGA   TO PED-END-ENTREGA.
            MOVE DSP-COND-PAGTO    TO PED-COND-PAGTO.
            MOVE 'N' TO PED-RAZAO-SITUACAO.
            MOVE ZEROS TO PED-RAZAO-DATA.
            MOVE ZEROS TO PED-RAZAO-HORA.
            MOVE ZEROS TO PED-DATA-PROMETIDA.
            MOVE ZEROS TO WRK-DATA-PROMETIDA.
            IF DSP-EMPRESA = ZEROS
                MOVE 01 TO PED-EMPRESA
            ELSE
                MOVE DSP-EMPRESA TO PED-EMPRESA
            END-IF.
            WRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PEDIDO APROVADO'
                NOT INVALID KEY
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    PERFORM 4110-COPIAR-ITENS
                    PERFORM 4140-GRAVAR-PROMETIDA
                    MOVE PED-NUMERO TO DSP-PEDIDO-GERADO
                    DISPLAY 'PEDIDO GRAVADO SOB O NUMERO ' PED-NUMERO
            END-WRITE.

       4110-COPIAR-ITENS.
            MOVE 'N' TO WRK-EOF-DITENS.
            MOVE DSP-NUMERO TO DSI-PENDENCIA.
            MOVE ZEROS TO DSI-LINHA.
            START DESC-ITENS KEY IS NOT LESS THAN DSI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DITENS
            END-START.
            IF NOT FIM-DITENS
                PERFORM 3310-LER-LINHA
                PERFORM 4120-COPIAR-UM-ITEM UNTIL FIM-DITENS
            END-IF.

       4120-COPIAR-UM-ITEM.
            MOVE PED-NUMERO       TO ITN-PEDIDO.
            MOVE DSI-LINHA        TO ITN-LINHA.
            MOVE DSI-PRODUTO      TO ITN-PRODUTO.
            MOVE DSI-QUANTIDADE   TO ITN-QUANTIDADE.
            MOVE DSI-PRECO-UNIT   TO ITN-PRECO-UNIT.
            MOVE DSI-DESCONTO-PCT TO ITN-DESCONTO-PCT.
            MOVE DSI-TOTAL        TO ITN-TOTAL.
            MOVE ZEROS TO ITN-QTD-ENTREGUE.
            MOVE DSI-ORIGEM-PRECO TO ITN-ORIGEM-PRECO.
            MOVE DSI-PROMOCAO     TO ITN-PROMOCAO.
            PERFORM 4125-PROMETER-ITEM.
            WRITE ITEM-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' ITN-LINHA
                        ' DO PEDIDO ' PED-NUMERO
                NOT INVALID KEY
                    PERFORM 4130-COMPROMETER-ESTOQUE
            END-WRITE.
            PERFORM 3310-LER-LINHA.

      *----------------------------------------------------------------
      * DATA PROMETIDA DA LINHA PELA ROTINA COMUM PRAZOENT, CONTADA DA
      * APROVACAO - O PEDIDO FICOU PARADO NA FILA DE DESCONTOS.
      *----------------------------------------------------------------
       4125-PROMETER-ITEM.
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
            MOVE DSP-UF TO PZE-UF.
            MOVE WRK-DATA-HOJE TO PZE-DATA-BASE.
            CALL 'PRAZOENT' USING PRAZOENT-AREA.
            MOVE PZE-DATA-PROMETIDA TO ITN-DATA-PROMETIDA.
            IF PZE-DATA-PROMETIDA > WRK-DATA-PROMETIDA
                MOVE PZE-DATA-PROMETIDA TO WRK-DATA-PROMETIDA
            END-IF.

       4130-COMPROMETER-ESTOQUE.
            MOVE ITN-PRODUTO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ITN-PRODUTO TO EST-PRODUTO
                    MOVE ZEROS TO EST-SALDO
                    MOVE ZEROS TO EST-PONTO-REPOSICAO
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

       4140-GRAVAR-PROMETIDA.
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

      *----------------------------------------------------------------
      * PEDIDO QUE JA TINHA MOTIVO DE CREDITO NA DIGITACAO - COM O
      * DESCONTO DECIDIDO, SEGUE PARA A FILA PEDHOLD DO PEDLIBER COMO
      * O PROGCOB09 TERIA FEITO, COM ALERTA PARA O CREDITO.
      *----------------------------------------------------------------
       4200-RETER-PEDIDO.
            MOVE 'PH' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO PHD-NUMERO.
            MOVE 'PH' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE DSP-CLIENTE       TO PHD-CLIENTE.
            MOVE DSP-DATA          TO PHD-DATA.
            MOVE DSP-VALOR         TO PHD-VALOR.
            MOVE DSP-PESO          TO PHD-PESO.
            MOVE DSP-UF            TO PHD-UF.
            MOVE DSP-FRETE         TO PHD-FRETE.
            MOVE DSP-TOTAL         TO PHD-TOTAL.
            MOVE DSP-VENDEDOR      TO PHD-VENDEDOR.
            MOVE DSP-END-ENTREGA   TO PHD-END-ENTREGA.
            MOVE DSP-COND-PAGTO    TO PHD-COND-PAGTO.
            MOVE DSP-MOTIVO-HOLD   TO PHD-MOTIVO-RECUSA.
            MOVE 'P' TO PHD-STATUS.
            MOVE SPACES TO PHD-DECISAO-USUARIO.
            MOVE ZEROS TO PHD-DECISAO-DATA.
            MOVE SPACES TO PHD-JUSTIFICATIVA.
            MOVE ZEROS TO PHD-PEDIDO-GERADO.
            MOVE DSP-EMPRESA TO PHD-EMPRESA.
            WRITE PED-HOLD-REG
                INVALID KEY
                    DISPLAY 'ERRO AO RETER PEDIDO'
                NOT INVALID KEY
                    PERFORM 4210-COPIAR-ITENS-HOLD
                    MOVE PHD-NUMERO TO DSP-HOLD-GERADO
                    DISPLAY 'PEDIDO RETIDO POR CREDITO SOB O NUMERO '
                        PHD-NUMERO ' - MOTIVO: ' PHD-MOTIVO-RECUSA
                    PERFORM 4230-ALERTAR-RETENCAO
            END-WRITE.

       4210-COPIAR-ITENS-HOLD.
            MOVE 'N' TO WRK-EOF-DITENS.
            MOVE DSP-NUMERO TO DSI-PENDENCIA.
            MOVE ZEROS TO DSI-LINHA.
            START DESC-ITENS KEY IS NOT LESS THAN DSI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DITENS
            END-START.
            IF NOT FIM-DITENS
                PERFORM 3310-LER-LINHA
                PERFORM 4220-COPIAR-ITEM-HOLD UNTIL FIM-DITENS
            END-IF.

       4220-COPIAR-ITEM-HOLD.
            MOVE PHD-NUMERO       TO PHI-HOLD.
            MOVE DSI-LINHA        TO PHI-LINHA.
            MOVE DSI-PRODUTO      TO PHI-PRODUTO.
            MOVE DSI-QUANTIDADE   TO PHI-QUANTIDADE.
            MOVE DSI-PRECO-UNIT   TO PHI-PRECO-UNIT.
            MOVE DSI-DESCONTO-PCT TO PHI-DESCONTO-PCT.
            MOVE DSI-TOTAL        TO PHI-TOTAL.
            MOVE DSI-ORIGEM-PRECO TO PHI-ORIGEM-PRECO.
            MOVE DSI-PROMOCAO     TO PHI-PROMOCAO.
            WRITE PED-HOLD-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM RETIDO ' PHI-LINHA
            END-WRITE.
            PERFORM 3310-LER-LINHA.

       4230-ALERTAR-RETENCAO.
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
            MOVE 'DESCAPRV' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

      *----------------------------------------------------------------
      * ORCAMENTO - AS LINHAS DO ORCITENS RECEBEM O PERCENTUAL E O
      * TOTAL DECIDIDOS, O CABECALHO O VALOR, FRETE E TOTAL REFEITOS,
      * E O ORCAMENTO VOLTA A ABERTO PARA IMPRIMIR E CONVERTER.
      *----------------------------------------------------------------
       4300-LIBERAR-ORCAMENTO.
            MOVE DSP-ORC-NUMERO TO ORC-NUMERO.
            READ ORCAMENTOS
                INVALID KEY
                    DISPLAY 'ORCAMENTO ' DSP-ORC-NUMERO
                        ' NAO ENCONTRADO'
                NOT INVALID KEY
                    PERFORM 4310-CORRIGIR-LINHAS
                    MOVE DSP-VALOR TO ORC-VALOR
                    MOVE DSP-FRETE TO ORC-FRETE
                    MOVE DSP-TOTAL TO ORC-TOTAL
                    MOVE 'A' TO ORC-STATUS
                    REWRITE ORCAMENTO-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO ATUALIZAR O ORCAMENTO '
                                ORC-NUMERO
                        NOT INVALID KEY
                            DISPLAY 'ORCAMENTO ' ORC-NUMERO
                                ' LIBERADO COM OS DESCONTOS DECIDIDOS'
                    END-REWRITE
            END-READ.

       4310-CORRIGIR-LINHAS.
            MOVE 'N' TO WRK-EOF-DITENS.
            MOVE DSP-NUMERO TO DSI-PENDENCIA.
            MOVE ZEROS TO DSI-LINHA.
            START DESC-ITENS KEY IS NOT LESS THAN DSI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DITENS
            END-START.
            IF NOT FIM-DITENS
                PERFORM 3310-LER-LINHA
                PERFORM 4320-CORRIGIR-UMA-LINHA UNTIL FIM-DITENS
            END-IF.

       4320-CORRIGIR-UMA-LINHA.
            MOVE DSP-ORC-NUMERO TO OCI-ORCAMENTO.
            MOVE DSI-LINHA TO OCI-LINHA.
            READ ORC-ITENS
                INVALID KEY
                    DISPLAY 'LINHA ' DSI-LINHA ' DO ORCAMENTO '
                        DSP-ORC-NUMERO ' NAO ENCONTRADA'
                NOT INVALID KEY
                    MOVE DSI-DESCONTO-PCT TO OCI-DESCONTO-PCT
                    MOVE DSI-TOTAL TO OCI-TOTAL
                    REWRITE ORC-ITEM-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO ATUALIZAR A LINHA '
                                OCI-LINHA ' DO ORCAMENTO'
                    END-REWRITE
            END-READ.
            PERFORM 3310-LER-LINHA.

       4900-MARCAR-DECISAO.
            MOVE 'D' TO DSP-STATUS.
            MOVE WRK-USUARIO TO DSP-DECISAO-USUARIO.
            MOVE WRK-DATA-HOJE TO DSP-DECISAO-DATA.
            REWRITE DESC-PEND-REG
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR A DECISAO'
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-CONCLUIDAS
            END-REWRITE.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'DESCAPRV' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'DESCAPRV' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            CLOSE USUARIOS.
            CLOSE DESC-PEND.
            CLOSE DESC-ITENS.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE PED-CONTROLE.
            CLOSE ESTOQUE-SALDO.
            CLOSE PED-HOLD.
            CLOSE PED-HOLD-ITENS.
            CLOSE ORCAMENTOS.
            CLOSE ORC-ITENS.
            DISPLAY 'LINHAS DECIDIDAS: ' WRK-QTD-LINHAS-DEC
                '  PENDENCIAS CONCLUIDAS: ' WRK-QTD-CONCLUIDAS.
       END PROGRAM DESCAPRV.
