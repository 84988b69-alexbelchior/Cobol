      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ATENDIMENTO POS-VENDA (SAC) - ABERTURA DE CHAMADO DO
      *          CLIENTE (ARQUIVO CHAMADOS, NUMERADO PELO REGISTRO
      *          'SC' DO PEDCTRL) COM PEDIDO, NOTA E PRODUTO
      *          OPCIONAIS, CATEGORIA (ATRASO, AVARIA, ERRO DE
      *          COBRANCA, QUALIDADE) E PRIORIDADE; ATUALIZACAO
      *          (RESPONSAVEL, PRIORIDADE E ANDAMENTO - A PRIMEIRA
      *          ATUALIZACAO MARCA A DATA DA RESPOSTA); FECHAMENTO COM
      *          A RESOLUCAO; CONSULTA DE UM CHAMADO E LISTA DOS
      *          CHAMADOS DO CLIENTE. A TRANSPORTADORA VEM DO EMBARQUE
      *          DO PEDIDO (EMBITEN/EMBARQUE), PARA O INDICE MENSAL
      *          POR TRANSPORTADORA DO SACMENS.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADOS ASSIGN TO 'CHAMADOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-CHAMADO.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT NOTAS-EMITIDAS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT EMBARQUES ASSIGN TO 'EMBARQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-NUMERO
               FILE STATUS IS WRK-FS-EMBARQUE.
           SELECT EMBARQUE-ITENS ASSIGN TO 'EMBITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBI-CHAVE
               FILE STATUS IS WRK-FS-EMBITEM.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADOS
           LABEL RECORD IS STANDARD.
           COPY SACREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  EMBARQUES
           LABEL RECORD IS STANDARD.
           COPY EMBREG.
       FD  EMBARQUE-ITENS
           LABEL RECORD IS STANDARD.
           COPY EMBIREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CHAMADO   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-EMBARQUE  PIC X(02) VALUE '00'.
       77 WRK-FS-EMBITEM   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-CHAMADO      PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-PEDIDO       PIC 9(06) VALUE ZEROS.
       77 WRK-NOTA         PIC 9(06) VALUE ZEROS.
       77 WRK-PRODUTO      PIC 9(06) VALUE ZEROS.
       77 WRK-CATEGORIA    PIC X(01) VALUE SPACE.
       77 WRK-PRIORIDADE   PIC 9(01) VALUE ZEROS.
       77 WRK-RESPONSAVEL  PIC X(20) VALUE SPACES.
       77 WRK-TEXTO        PIC X(60) VALUE SPACES.
       77 WRK-MSG-ERRO     PIC X(40) VALUE SPACES.
       77 WRK-TRANSP       PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CHAMADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ABERTOS  PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-CHAMADO  PIC X(01) VALUE 'N'.
           88 FIM-CHAMADOS VALUE 'S'.
       77 WRK-EOF-EMBITEM  PIC X(01) VALUE 'N'.
           88 FIM-EMBITENS VALUE 'S'.
       77 WRK-DESC-CATEGORIA PIC X(16) VALUE SPACES.
       77 WRK-DESC-STATUS  PIC X(14) VALUE SPACES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY TRVREG.
           COPY SESREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'SACMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'SACMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O CHAMADOS.
            IF WRK-FS-CHAMADO = '35'
                CLOSE CHAMADOS
                OPEN OUTPUT CHAMADOS
                CLOSE CHAMADOS
                OPEN I-O CHAMADOS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN INPUT NOTAS-EMITIDAS
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN INPUT EMBARQUES.
            IF WRK-FS-EMBARQUE = '35'
                CLOSE EMBARQUES
                OPEN OUTPUT EMBARQUES
                CLOSE EMBARQUES
                OPEN INPUT EMBARQUES
            END-IF.
            OPEN INPUT EMBARQUE-ITENS.
            IF WRK-FS-EMBITEM = '35'
                CLOSE EMBARQUE-ITENS
                OPEN OUTPUT EMBARQUE-ITENS
                CLOSE EMBARQUE-ITENS
                OPEN INPUT EMBARQUE-ITENS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'SACMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'ATENDIMENTO POS-VENDA (SAC)'.
            DISPLAY '1 - ABRIR CHAMADO'.
            DISPLAY '2 - ATUALIZAR CHAMADO'.
            DISPLAY '3 - FECHAR CHAMADO'.
            DISPLAY '4 - CONSULTAR CHAMADO'.
            DISPLAY '5 - CHAMADOS DO CLIENTE'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-ABRIR
                WHEN '2'
                    PERFORM 2200-ATUALIZAR
                WHEN '3'
                    PERFORM 2300-FECHAR
                WHEN '4'
                    PERFORM 2400-CONSULTAR
                WHEN '5'
                    PERFORM 2500-LISTAR-CLIENTE
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * ABERTURA - O CLIENTE E OBRIGATORIO; PEDIDO E NOTA, QUANDO
      * INFORMADOS, TEM QUE SER DO CLIENTE (A NOTA TRAZ O PEDIDO QUE
      * FATUROU, SE O PEDIDO NAO FOI DIGITADO); O PRODUTO, QUANDO
      * INFORMADO, TEM QUE ESTAR CADASTRADO.
      *----------------------------------------------------------------
       2100-ABRIR.
            MOVE SPACES TO WRK-MSG-ERRO.
            PERFORM 2110-PEDIR-REFERENCIAS.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2120-PEDIR-CLASSIFICACAO
            END-IF.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO ' - CHAMADO NAO ABERTO'
            ELSE
                DISPLAY 'DESCRICAO DA RECLAMACAO.. '
                MOVE SPACES TO WRK-TEXTO
                ACCEPT WRK-TEXTO
                IF WRK-TEXTO = SPACES
                    DISPLAY 'DESCRICAO OBRIGATORIA - CHAMADO NAO '
                        'ABERTO'
                ELSE
                    PERFORM 2150-GRAVAR-CHAMADO
                END-IF
            END-IF.

       2110-PEDIR-REFERENCIAS.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE WRK-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'NUMERO DO PEDIDO (0 = SEM PEDIDO).. '
                ACCEPT WRK-PEDIDO
                DISPLAY 'NUMERO DA NOTA (0 = SEM NOTA).. '
                ACCEPT WRK-NOTA
                DISPLAY 'CODIGO DO PRODUTO (0 = SEM PRODUTO).. '
                ACCEPT WRK-PRODUTO
                PERFORM 2115-CONFERIR-REFERENCIAS
            END-IF.

       2115-CONFERIR-REFERENCIAS.
            IF WRK-NOTA NOT = ZEROS
                MOVE WRK-NOTA TO NOT-NUMERO
                READ NOTAS-EMITIDAS
                    INVALID KEY
                        MOVE 'NOTA NAO ENCONTRADA' TO WRK-MSG-ERRO
                    NOT INVALID KEY
                        IF NOT-CLIENTE NOT = WRK-CLIENTE
                            MOVE 'NOTA E DE OUTRO CLIENTE'
                                TO WRK-MSG-ERRO
                        ELSE
                            IF WRK-PEDIDO = ZEROS
                                MOVE NOT-PEDIDO TO WRK-PEDIDO
                            END-IF
                        END-IF
                END-READ
            END-IF.
            IF WRK-MSG-ERRO = SPACES AND WRK-PEDIDO NOT = ZEROS
                MOVE WRK-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
                    NOT INVALID KEY
                        IF PED-CLIENTE NOT = WRK-CLIENTE
                            MOVE 'PEDIDO E DE OUTRO CLIENTE'
                                TO WRK-MSG-ERRO
                        END-IF
                END-READ
            END-IF.
            IF WRK-MSG-ERRO = SPACES AND WRK-PRODUTO NOT = ZEROS
                MOVE WRK-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MSG-ERRO
                    NOT INVALID KEY
                        DISPLAY 'PRODUTO: ' PRO-DESCRICAO
                END-READ
            END-IF.

       2120-PEDIR-CLASSIFICACAO.
            DISPLAY 'CATEGORIA (A=ATRASO V=AVARIA C=ERRO DE COBRANCA '
                'Q=QUALIDADE).. '.
            ACCEPT WRK-CATEGORIA.
            MOVE WRK-CATEGORIA TO SAC-CATEGORIA.
            IF NOT SAC-CATEGORIA-VALIDA
                MOVE 'CATEGORIA INVALIDA' TO WRK-MSG-ERRO
            ELSE
                DISPLAY 'PRIORIDADE (1=ALTA 2=MEDIA 3=BAIXA).. '
                ACCEPT WRK-PRIORIDADE
                MOVE WRK-PRIORIDADE TO SAC-PRIORIDADE
                IF NOT SAC-PRIORIDADE-VALIDA
                    MOVE 'PRIORIDADE INVALIDA' TO WRK-MSG-ERRO
                ELSE
                    DISPLAY 'USUARIO RESPONSAVEL (BRANCO = A '
                        'DEFINIR).. '
                    MOVE SPACES TO WRK-RESPONSAVEL
                    ACCEPT WRK-RESPONSAVEL
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * O NUMERO VEM DO REGISTRO 'SC' DO ARQUIVO DE CONTROLE, COMO O
      * DOS ADIANTAMENTOS ('AD') E DAS ORDENS DE MONTAGEM ('OM').
      *----------------------------------------------------------------
       2150-GRAVAR-CHAMADO.
            MOVE 'SC' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'SC' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            INITIALIZE CHAMADO-REG.
            MOVE PCT-ULTIMO-NUMERO TO SAC-NUMERO.
            MOVE WRK-CLIENTE       TO SAC-CLIENTE.
            MOVE WRK-PEDIDO        TO SAC-PEDIDO.
            MOVE WRK-NOTA          TO SAC-NOTA.
            MOVE WRK-PRODUTO       TO SAC-PRODUTO.
            MOVE WRK-CATEGORIA     TO SAC-CATEGORIA.
            MOVE WRK-PRIORIDADE    TO SAC-PRIORIDADE.
            MOVE 'A'               TO SAC-STATUS.
            MOVE WRK-USUARIO       TO SAC-USUARIO-ABERTURA.
            MOVE WRK-DH-DATA       TO SAC-DATA-ABERTURA.
            MOVE WRK-DH-HORA       TO SAC-HORA-ABERTURA.
            MOVE WRK-RESPONSAVEL   TO SAC-USUARIO-RESP.
            MOVE WRK-DH-DATA       TO SAC-DATA-ULT-ATUALIZ.
            MOVE WRK-TEXTO         TO SAC-DESCRICAO.
            PERFORM 2900-ACHAR-TRANSPORTADORA.
            WRITE CHAMADO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O CHAMADO ' SAC-NUMERO
                NOT INVALID KEY
                    DISPLAY 'CHAMADO ' SAC-NUMERO ' ABERTO'
            END-WRITE.

      *----------------------------------------------------------------
      * ATUALIZACAO - RESPONSAVEL, PRIORIDADE E ANDAMENTO (BRANCO OU
      * ZERO MANTEM O QUE ESTAVA). A PRIMEIRA ATUALIZACAO E A PRIMEIRA
      * RESPOSTA AO CLIENTE: GRAVA A DATA E PASSA PARA EM ATENDIMENTO.
      *----------------------------------------------------------------
       2200-ATUALIZAR.
            PERFORM 2950-LER-CHAMADO.
            IF WRK-MSG-ERRO = SPACES
                IF SAC-FECHADO
                    DISPLAY 'CHAMADO JA FECHADO'
                ELSE
                    PERFORM 2410-MOSTRAR-CHAMADO
                    PERFORM 2210-PEDIR-ATUALIZACAO
                END-IF
            ELSE
                DISPLAY WRK-MSG-ERRO
            END-IF.

       2210-PEDIR-ATUALIZACAO.
            DISPLAY 'NOVO RESPONSAVEL (BRANCO = MANTEM).. '.
            MOVE SPACES TO WRK-RESPONSAVEL.
            ACCEPT WRK-RESPONSAVEL.
            DISPLAY 'NOVA PRIORIDADE (0 = MANTEM).. '.
            MOVE ZEROS TO WRK-PRIORIDADE.
            ACCEPT WRK-PRIORIDADE.
            DISPLAY 'ANDAMENTO (BRANCO = MANTEM).. '.
            MOVE SPACES TO WRK-TEXTO.
            ACCEPT WRK-TEXTO.
            IF WRK-PRIORIDADE > 3
                DISPLAY 'PRIORIDADE INVALIDA - CHAMADO NAO ATUALIZADO'
            ELSE
                ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD
                IF WRK-RESPONSAVEL NOT = SPACES
                    MOVE WRK-RESPONSAVEL TO SAC-USUARIO-RESP
                END-IF
                IF WRK-PRIORIDADE NOT = ZEROS
                    MOVE WRK-PRIORIDADE TO SAC-PRIORIDADE
                END-IF
                IF WRK-TEXTO NOT = SPACES
                    MOVE WRK-TEXTO TO SAC-ANDAMENTO
                END-IF
                IF SAC-DATA-RESPOSTA = ZEROS
                    MOVE WRK-DH-DATA TO SAC-DATA-RESPOSTA
                END-IF
                IF SAC-TRANSPORTADORA = ZEROS
                    MOVE SAC-PEDIDO TO WRK-PEDIDO
                    PERFORM 2900-ACHAR-TRANSPORTADORA
                END-IF
                MOVE 'E' TO SAC-STATUS
                MOVE WRK-DH-DATA TO SAC-DATA-ULT-ATUALIZ
                REWRITE CHAMADO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O CHAMADO'
                    NOT INVALID KEY
                        DISPLAY 'CHAMADO ATUALIZADO'
                END-REWRITE
            END-IF.

      *----------------------------------------------------------------
      * FECHAMENTO - A RESOLUCAO E OBRIGATORIA. CHAMADO FECHADO SEM
      * ATUALIZACAO ANTERIOR TEM A RESPOSTA NA DATA DO FECHAMENTO.
      *----------------------------------------------------------------
       2300-FECHAR.
            PERFORM 2950-LER-CHAMADO.
            IF WRK-MSG-ERRO = SPACES
                IF SAC-FECHADO
                    DISPLAY 'CHAMADO JA FECHADO'
                ELSE
                    PERFORM 2410-MOSTRAR-CHAMADO
                    DISPLAY 'RESOLUCAO.. '
                    MOVE SPACES TO WRK-TEXTO
                    ACCEPT WRK-TEXTO
                    IF WRK-TEXTO = SPACES
                        DISPLAY 'RESOLUCAO OBRIGATORIA - CHAMADO NAO '
                            'FECHADO'
                    ELSE
                        PERFORM 2310-GRAVAR-FECHAMENTO
                    END-IF
                END-IF
            ELSE
                DISPLAY WRK-MSG-ERRO
            END-IF.

       2310-GRAVAR-FECHAMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            MOVE WRK-TEXTO TO SAC-RESOLUCAO.
            MOVE 'F' TO SAC-STATUS.
            MOVE WRK-USUARIO TO SAC-USUARIO-FECHAM.
            MOVE WRK-DH-DATA TO SAC-DATA-FECHAMENTO.
            MOVE WRK-DH-DATA TO SAC-DATA-ULT-ATUALIZ.
            IF SAC-DATA-RESPOSTA = ZEROS
                MOVE WRK-DH-DATA TO SAC-DATA-RESPOSTA
            END-IF.
            IF SAC-USUARIO-RESP = SPACES
                MOVE WRK-USUARIO TO SAC-USUARIO-RESP
            END-IF.
            REWRITE CHAMADO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O CHAMADO'
                NOT INVALID KEY
                    DISPLAY 'CHAMADO FECHADO'
            END-REWRITE.

       2400-CONSULTAR.
            PERFORM 2950-LER-CHAMADO.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2410-MOSTRAR-CHAMADO
            ELSE
                DISPLAY WRK-MSG-ERRO
            END-IF.

       2410-MOSTRAR-CHAMADO.
            PERFORM 2960-DESCREVER.
            MOVE SAC-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-NOME
            END-READ.
            DISPLAY 'CHAMADO ' SAC-NUMERO ' - ' WRK-DESC-STATUS.
            DISPLAY 'CLIENTE.......: ' SAC-CLIENTE ' ' CLI-NOME.
            DISPLAY 'PEDIDO/NOTA...: ' SAC-PEDIDO ' / ' SAC-NOTA
                '  PRODUTO: ' SAC-PRODUTO.
            DISPLAY 'TRANSPORTADORA: ' SAC-TRANSPORTADORA.
            DISPLAY 'CATEGORIA.....: ' WRK-DESC-CATEGORIA
                '  PRIORIDADE: ' SAC-PRIORIDADE.
            DISPLAY 'ABERTO EM.....: ' SAC-DATA-ABERTURA ' '
                SAC-HORA-ABERTURA ' POR ' SAC-USUARIO-ABERTURA.
            DISPLAY 'RESPONSAVEL...: ' SAC-USUARIO-RESP.
            DISPLAY 'DESCRICAO.....: ' SAC-DESCRICAO.
            IF SAC-DATA-RESPOSTA NOT = ZEROS
                DISPLAY 'RESPOSTA EM...: ' SAC-DATA-RESPOSTA
                DISPLAY 'ANDAMENTO.....: ' SAC-ANDAMENTO
            END-IF.
            IF SAC-FECHADO
                DISPLAY 'FECHADO EM....: ' SAC-DATA-FECHAMENTO
                    ' POR ' SAC-USUARIO-FECHAM
                DISPLAY 'RESOLUCAO.....: ' SAC-RESOLUCAO
            END-IF.

      *----------------------------------------------------------------
      * CHAMADOS DO CLIENTE PELA CHAVE ALTERNADA, COM O TOTAL DE
      * CHAMADOS AINDA NAO FECHADOS.
      *----------------------------------------------------------------
       2500-LISTAR-CLIENTE.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE ZEROS TO WRK-QTD-CHAMADOS.
            MOVE ZEROS TO WRK-QTD-ABERTOS.
            MOVE 'N' TO WRK-EOF-CHAMADO.
            MOVE WRK-CLIENTE TO SAC-CLIENTE.
            START CHAMADOS KEY IS EQUAL SAC-CLIENTE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CHAMADO
            END-START.
            IF NOT FIM-CHAMADOS
                PERFORM 2510-LER-CHAMADO-CLIENTE
                PERFORM 2520-MOSTRAR-LINHA UNTIL FIM-CHAMADOS
            END-IF.
            DISPLAY WRK-QTD-CHAMADOS ' CHAMADO(S), ' WRK-QTD-ABERTOS
                ' EM ABERTO'.

       2510-LER-CHAMADO-CLIENTE.
            READ CHAMADOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CHAMADO
            END-READ.
            IF NOT FIM-CHAMADOS
                AND SAC-CLIENTE NOT = WRK-CLIENTE
                MOVE 'S' TO WRK-EOF-CHAMADO
            END-IF.

       2520-MOSTRAR-LINHA.
            ADD 1 TO WRK-QTD-CHAMADOS.
            IF SAC-PENDENTE
                ADD 1 TO WRK-QTD-ABERTOS
            END-IF.
            PERFORM 2960-DESCREVER.
            DISPLAY SAC-NUMERO ' ' SAC-DATA-ABERTURA ' '
                WRK-DESC-CATEGORIA ' P' SAC-PRIORIDADE ' '
                WRK-DESC-STATUS ' PEDIDO ' SAC-PEDIDO ' '
                SAC-DESCRICAO (1:30).
            PERFORM 2510-LER-CHAMADO-CLIENTE.

      *----------------------------------------------------------------
      * O EMBARQUE NAO E CHAVEADO PELO PEDIDO - A LINHA DO EMBARQUE
      * COM O PEDIDO E GARIMPADA NA VARREDURA DE EMBITEN. PEDIDO AINDA
      * NAO EMBARCADO FICA COM TRANSPORTADORA ZERO ATE A PROXIMA
      * ATUALIZACAO DO CHAMADO.
      *----------------------------------------------------------------
       2900-ACHAR-TRANSPORTADORA.
            MOVE ZEROS TO WRK-TRANSP.
            IF WRK-PEDIDO NOT = ZEROS
                MOVE 'N' TO WRK-EOF-EMBITEM
                MOVE ZEROS TO EBI-CHAVE
                START EMBARQUE-ITENS KEY IS NOT LESS THAN EBI-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-EMBITEM
                END-START
                PERFORM 2910-LER-EMBITEM
                    UNTIL FIM-EMBITENS OR WRK-TRANSP NOT = ZEROS
            END-IF.
            MOVE WRK-TRANSP TO SAC-TRANSPORTADORA.

       2910-LER-EMBITEM.
            READ EMBARQUE-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-EMBITEM
                NOT AT END
                    IF EBI-PEDIDO = WRK-PEDIDO
                        MOVE EBI-EMBARQUE TO EMB-NUMERO
                        READ EMBARQUES
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE EMB-TRANSPORTADORA TO WRK-TRANSP
                        END-READ
                    END-IF
            END-READ.

       2950-LER-CHAMADO.
            MOVE SPACES TO WRK-MSG-ERRO.
            DISPLAY 'NUMERO DO CHAMADO.. '.
            ACCEPT WRK-CHAMADO.
            MOVE WRK-CHAMADO TO SAC-NUMERO.
            READ CHAMADOS
                INVALID KEY
                    MOVE 'CHAMADO NAO ENCONTRADO' TO WRK-MSG-ERRO
            END-READ.

       2960-DESCREVER.
            EVALUATE TRUE
                WHEN SAC-CAT-ATRASO
                    MOVE 'ATRASO'           TO WRK-DESC-CATEGORIA
                WHEN SAC-CAT-AVARIA
                    MOVE 'AVARIA'           TO WRK-DESC-CATEGORIA
                WHEN SAC-CAT-COBRANCA
                    MOVE 'ERRO DE COBRANCA' TO WRK-DESC-CATEGORIA
                WHEN OTHER
                    MOVE 'QUALIDADE'        TO WRK-DESC-CATEGORIA
            END-EVALUATE.
            EVALUATE TRUE
                WHEN SAC-ABERTO
                    MOVE 'ABERTO'         TO WRK-DESC-STATUS
                WHEN SAC-EM-ATENDIMENTO
                    MOVE 'EM ATENDIMENTO' TO WRK-DESC-STATUS
                WHEN OTHER
                    MOVE 'FECHADO'        TO WRK-DESC-STATUS
            END-EVALUATE.

       3000-FINALIZAR.
            CLOSE CHAMADOS.
            CLOSE CLIENTES-MASTER.
            CLOSE PEDIDOS.
            CLOSE NOTAS-EMITIDAS.
            CLOSE PRODUTOS-MASTER.
            CLOSE EMBARQUES.
            CLOSE EMBARQUE-ITENS.
            CLOSE PED-CONTROLE.

       END PROGRAM SACMANU.
