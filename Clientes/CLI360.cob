      *                 do grupo, os membros e a exposicao consolidada
      *                 (titulos em aberto de CONTAS-A-RECEBER mais
      *                 pedidos abertos de todos os membros).
      * 15/10/2026 ABM  Mostra os titulos em aberto e os adiantamentos
      *                 ainda nao consumidos do cliente (ADIANTA) e a
      *                 exposicao liquida; a exposicao do grupo tambem
      *                 sai liquida dos adiantamentos dos membros.
      * 15/10/2026 ABM  Mostra o saldo de pontos do programa de
      *                 fidelidade (PONTOS) e os pontos ja resgatados.
      * 15/10/2026 ABM  Lista os chamados SAC ainda nao fechados do
      *                 cliente (CHAMADOS).
      * 15/10/2026 ABM  Lista os pedidos e notas do cliente ja
      *                 arquivados pelo DOCARQ (indice ARQINDEX), com a
      *                 geracao do arquivo datado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI360.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-CHAVE
               FILE STATUS IS WRK-FS-LEDGER.
           SELECT ADIANTAMENTOS ASSIGN TO 'ADIANTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-NUMERO
               ALTERNATE RECORD KEY IS ADT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-ADIANTA.
           SELECT PONTOS ASSIGN TO 'PONTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CLIENTE
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT CHAMADOS ASSIGN TO 'CHAMADOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-CHAMADO.
           SELECT ARQ-INDICE ASSIGN TO 'ARQINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-CHAVE
               ALTERNATE RECORD KEY IS AIX-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-INDICE.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-MASTER
       FD  SALES-LEDGER
           LABEL RECORD IS STANDARD.
           COPY SALESLED.
       FD  ADIANTAMENTOS
           LABEL RECORD IS STANDARD.
           COPY ADTREG.
       FD  PONTOS
           LABEL RECORD IS STANDARD.
           COPY PTSREG.
       FD  CHAMADOS
           LABEL RECORD IS STANDARD.
           COPY SACREG.
       FD  ARQ-INDICE
           LABEL RECORD IS STANDARD.
           COPY AIXREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-CONTA     PIC X(02) VALUE '00'.
           88 EH-MEMBRO    VALUE 'S'.
       77 WRK-EXPO-GRUPO   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EXPO-ED      PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-FS-ADIANTA   PIC X(02) VALUE '00'.
       77 WRK-EOF-ADIANTA  PIC X(01) VALUE 'N'.
           88 FIM-ADIANTA  VALUE 'S'.
       77 WRK-VALOR-TIT-ABERTOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ADIANT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXPO-LIQUIDA PIC S9(12)V99 VALUE ZEROS.
       77 WRK-EXPO-LIQ-ED  PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-FS-PONTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-CHAMADO   PIC X(02) VALUE '00'.
       77 WRK-EOF-CHAMADO  PIC X(01) VALUE 'N'.
           88 FIM-CHAMADOS VALUE 'S'.
       77 WRK-QTD-CHAMADOS PIC 9(04) VALUE ZEROS.
       77 WRK-FS-INDICE    PIC X(02) VALUE '00'.
       77 WRK-EOF-INDICE   PIC X(01) VALUE 'N'.
           88 FIM-INDICE   VALUE 'S'.
       77 WRK-QTD-ARQUIVADOS PIC 9(04) VALUE ZEROS.
       01 WRK-MEMBROS-TAB.
           05 WRK-MEMBRO OCCURS 100 TIMES PIC 9(06).
       01 WRK-DATA-HOJE-GRP.
                CLOSE CONTAS-A-RECEBER
                OPEN INPUT CONTAS-A-RECEBER
            END-IF.
            OPEN INPUT ADIANTAMENTOS.
            IF WRK-FS-ADIANTA = '35'
                CLOSE ADIANTAMENTOS
                OPEN OUTPUT ADIANTAMENTOS
                CLOSE ADIANTAMENTOS
                OPEN INPUT ADIANTAMENTOS
            END-IF.
            OPEN INPUT PONTOS.
            IF WRK-FS-PONTOS = '35'
                CLOSE PONTOS
                OPEN OUTPUT PONTOS
                CLOSE PONTOS
                OPEN INPUT PONTOS
            END-IF.
            OPEN INPUT CHAMADOS.
            IF WRK-FS-CHAMADO = '35'
                CLOSE CHAMADOS
                OPEN OUTPUT CHAMADOS
                CLOSE CHAMADOS
                OPEN INPUT CHAMADOS
            END-IF.
            OPEN INPUT ARQ-INDICE.
            IF WRK-FS-INDICE = '35'
                CLOSE ARQ-INDICE
                OPEN OUTPUT ARQ-INDICE
                CLOSE ARQ-INDICE
                OPEN INPUT ARQ-INDICE
            END-IF.
            MOVE PARM-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
       2000-MONTAR-VISAO.
            PERFORM 2100-CONTAR-PEDIDOS.
            PERFORM 2200-VARRER-VENDAS.
            PERFORM 2130-SOMAR-TITULOS.
            PERFORM 2160-SOMAR-ADIANTAMENTOS.
            DISPLAY '==============================================='.
            DISPLAY 'CONSULTA 360 - CLIENTE ' CLI-CODIGO.
            DISPLAY 'NOME..............: ' CLI-NOME.
            MOVE WRK-VALOR-PED-ABERTOS TO WRK-VALOR-ED.
            DISPLAY 'PEDIDOS EM ABERTO.: ' WRK-QTD-PED-ABERTOS
                ' NO VALOR DE ' WRK-VALOR-ED.
            MOVE WRK-VALOR-TIT-ABERTOS TO WRK-VALOR-ED.
            DISPLAY 'TITULOS EM ABERTO.: ' WRK-VALOR-ED.
            MOVE WRK-VALOR-ADIANT TO WRK-VALOR-ED.
            DISPLAY 'ADIANTAMENTOS.....: ' WRK-VALOR-ED.
            COMPUTE WRK-EXPO-LIQUIDA = WRK-VALOR-TIT-ABERTOS
                + WRK-VALOR-PED-ABERTOS - WRK-VALOR-ADIANT.
            MOVE WRK-EXPO-LIQUIDA TO WRK-EXPO-LIQ-ED.
            DISPLAY 'EXPOSICAO LIQUIDA.: ' WRK-EXPO-LIQ-ED.
            MOVE PARM-CLIENTE TO PTS-CLIENTE.
            READ PONTOS
                INVALID KEY
                    DISPLAY 'PONTOS FIDELIDADE.: SEM PONTOS'
                NOT INVALID KEY
                    DISPLAY 'PONTOS FIDELIDADE.: ' PTS-SALDO
                        ' (RESGATADOS ' PTS-RESGATADO ')'
            END-READ.
            PERFORM 2400-MOSTRAR-CHAMADOS.
            PERFORM 2500-MOSTRAR-ARQUIVADOS.
            IF WRK-ULTIMA-VENDA = ZEROS
                DISPLAY 'ULTIMA VENDA......: NENHUMA NO RAZAO'
            ELSE
            END-IF.
            PERFORM 2110-LER-PEDIDO.

      *----------------------------------------------------------------
      * EXPOSICAO DO PROPRIO CLIENTE: TITULOS EM ABERTO (VALOR - PAGO)
      * MAIS PEDIDOS ABERTOS, LIQUIDA DO SALDO DOS ADIANTAMENTOS AINDA
      * NAO CONSUMIDOS (ADIANTA) - O DINHEIRO JA RECEBIDO NAO E
      * RISCO DE CREDITO.
      *----------------------------------------------------------------
       2130-SOMAR-TITULOS.
            MOVE 'N' TO WRK-EOF-RECEBER.
            MOVE ZEROS TO RCB-FATURA.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-START.
            IF NOT FIM-RECEBER
                PERFORM 2335-LER-TITULO
                PERFORM 2140-SOMAR-TITULO-CLIENTE UNTIL FIM-RECEBER
            END-IF.

       2140-SOMAR-TITULO-CLIENTE.
            IF RECEB-ABERTA
                AND RCB-CLIENTE = PARM-CLIENTE
                COMPUTE WRK-VALOR-TIT-ABERTOS = WRK-VALOR-TIT-ABERTOS
                    + RCB-VALOR - RCB-VALOR-PAGO
            END-IF.
            PERFORM 2335-LER-TITULO.

       2160-SOMAR-ADIANTAMENTOS.
            MOVE 'N' TO WRK-EOF-ADIANTA.
            MOVE PARM-CLIENTE TO ADT-CLIENTE.
            START ADIANTAMENTOS KEY IS EQUAL ADT-CLIENTE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-START.
            IF NOT FIM-ADIANTA
                PERFORM 2165-LER-ADIANTAMENTO
                PERFORM 2170-SOMAR-ADIANTAMENTO UNTIL FIM-ADIANTA
            END-IF.

       2165-LER-ADIANTAMENTO.
            READ ADIANTAMENTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-READ.
            IF NOT FIM-ADIANTA
                AND ADT-CLIENTE NOT = PARM-CLIENTE
                MOVE 'S' TO WRK-EOF-ADIANTA
            END-IF.

       2170-SOMAR-ADIANTAMENTO.
            IF ADIANT-ABERTO
                ADD ADT-SALDO TO WRK-VALOR-ADIANT
            END-IF.
            PERFORM 2165-LER-ADIANTAMENTO.

      *----------------------------------------------------------------
      * POSICIONA O RAZAO NO INICIO DO CLIENTE E VARRE SO OS
      * LANCAMENTOS DELE: GUARDA A DATA DA ULTIMA VENDA E SOMA O
                MOVE WRK-EXPO-GRUPO TO WRK-EXPO-ED
                DISPLAY 'EXPOSICAO DO GRUPO: ' WRK-EXPO-ED
                    ' (' WRK-QTD-MEMBROS ' MEMBROS)'
                PERFORM 2370-ABATER-ADIANT-GRUPO
                MOVE WRK-EXPO-LIQUIDA TO WRK-EXPO-LIQ-ED
                DISPLAY 'GRUPO LIQUIDO ADT: ' WRK-EXPO-LIQ-ED
            END-IF.

       2310-COLETAR-MEMBROS.
            END-IF.
            PERFORM 2355-LER-PEDIDO.

      *----------------------------------------------------------------
      * EXPOSICAO DO GRUPO LIQUIDA DOS ADIANTAMENTOS EM ABERTO DE
      * TODOS OS MEMBROS.
      *----------------------------------------------------------------
       2370-ABATER-ADIANT-GRUPO.
            MOVE WRK-EXPO-GRUPO TO WRK-EXPO-LIQUIDA.
            MOVE 'N' TO WRK-EOF-ADIANTA.
            MOVE ZEROS TO ADT-NUMERO.
            START ADIANTAMENTOS KEY IS NOT LESS THAN ADT-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-START.
            IF NOT FIM-ADIANTA
                PERFORM 2375-LER-ADIANT-GRUPO
                PERFORM 2380-ABATER-ADIANTAMENTO UNTIL FIM-ADIANTA
            END-IF.

       2375-LER-ADIANT-GRUPO.
            READ ADIANTAMENTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-READ.

       2380-ABATER-ADIANTAMENTO.
            IF ADIANT-ABERTO
                MOVE ADT-CLIENTE TO WRK-IND-MEMBRO
                PERFORM 2390-TESTAR-MEMBRO
                IF EH-MEMBRO
                    SUBTRACT ADT-SALDO FROM WRK-EXPO-LIQUIDA
                END-IF
            END-IF.
            PERFORM 2375-LER-ADIANT-GRUPO.

      *----------------------------------------------------------------
      * TESTA SE O CLIENTE EM WRK-IND-MEMBRO (CODIGO, NAO INDICE)
      * ESTA NA TABELA DE MEMBROS COLETADA DO GRUPO.
                MOVE 'S' TO WRK-EH-MEMBRO
            END-IF.

      *----------------------------------------------------------------
      * CHAMADOS SAC AINDA NAO FECHADOS DO CLIENTE, PELA CHAVE
      * ALTERNADA DO ARQUIVO CHAMADOS - UMA LINHA POR CHAMADO.
      *----------------------------------------------------------------
       2400-MOSTRAR-CHAMADOS.
            MOVE ZEROS TO WRK-QTD-CHAMADOS.
            MOVE 'N' TO WRK-EOF-CHAMADO.
            MOVE PARM-CLIENTE TO SAC-CLIENTE.
            START CHAMADOS KEY IS EQUAL SAC-CLIENTE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CHAMADO
            END-START.
            IF NOT FIM-CHAMADOS
                PERFORM 2410-LER-CHAMADO
                PERFORM 2420-MOSTRAR-CHAMADO UNTIL FIM-CHAMADOS
            END-IF.
            DISPLAY 'CHAMADOS SAC ABERTOS: ' WRK-QTD-CHAMADOS.

       2410-LER-CHAMADO.
            READ CHAMADOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CHAMADO
            END-READ.
            IF NOT FIM-CHAMADOS
                AND SAC-CLIENTE NOT = PARM-CLIENTE
                MOVE 'S' TO WRK-EOF-CHAMADO
            END-IF.

       2420-MOSTRAR-CHAMADO.
            IF SAC-PENDENTE
                ADD 1 TO WRK-QTD-CHAMADOS
                DISPLAY '  CHAMADO ' SAC-NUMERO ' DE ' SAC-DATA-ABERTURA
                    ' CATEG ' SAC-CATEGORIA ' PRIOR ' SAC-PRIORIDADE
                    ' SITUACAO ' SAC-STATUS ' PEDIDO ' SAC-PEDIDO
            END-IF.
            PERFORM 2410-LER-CHAMADO.

      *----------------------------------------------------------------
      * PEDIDOS E NOTAS DO CLIENTE JA ARQUIVADOS (DOCARQ), PELA CHAVE
      * ALTERNADA DO INDICE ARQINDEX - UMA LINHA POR DOCUMENTO, COM A
      * GERACAO DO ARQUIVO DATADO ONDE ELE ESTA.
      *----------------------------------------------------------------
       2500-MOSTRAR-ARQUIVADOS.
            MOVE ZEROS TO WRK-QTD-ARQUIVADOS.
            MOVE 'N' TO WRK-EOF-INDICE.
            MOVE PARM-CLIENTE TO AIX-CLIENTE.
            START ARQ-INDICE KEY IS EQUAL AIX-CLIENTE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-INDICE
            END-START.
            IF NOT FIM-INDICE
                PERFORM 2510-LER-ARQUIVADO
                PERFORM 2520-MOSTRAR-ARQUIVADO UNTIL FIM-INDICE
            END-IF.
            DISPLAY 'DOCUMENTOS ARQUIVADOS: ' WRK-QTD-ARQUIVADOS.

       2510-LER-ARQUIVADO.
            READ ARQ-INDICE NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-INDICE
            END-READ.
            IF NOT FIM-INDICE
                AND AIX-CLIENTE NOT = PARM-CLIENTE
                MOVE 'S' TO WRK-EOF-INDICE
            END-IF.

       2520-MOSTRAR-ARQUIVADO.
            ADD 1 TO WRK-QTD-ARQUIVADOS.
            MOVE AIX-VALOR TO WRK-EXPO-ED.
            IF AIX-PEDIDO
                DISPLAY '  PEDIDO ' AIX-NUMERO ' DE ' AIX-DATA-DOC
                    ' SITUACAO ' AIX-SITUACAO ' VALOR ' WRK-EXPO-ED
                    ' ARQUIVO ' AIX-GERACAO
            ELSE
                DISPLAY '  NOTA   ' AIX-NUMERO ' DE ' AIX-DATA-DOC
                    ' SITUACAO ' AIX-SITUACAO ' VALOR ' WRK-EXPO-ED
                    ' ARQUIVO ' AIX-GERACAO
            END-IF.
            PERFORM 2510-LER-ARQUIVADO.

       3000-FINALIZAR.
            CLOSE CLIENTES-MASTER.
            CLOSE CLI-CONTA.
            CLOSE CLI-GRUPO.
            CLOSE GRUPO-ECONOMICO.
            CLOSE CONTAS-A-RECEBER.
            CLOSE ADIANTAMENTOS.
            CLOSE PONTOS.
            CLOSE CHAMADOS.
            CLOSE ARQ-INDICE.

       END PROGRAM CLI360.
