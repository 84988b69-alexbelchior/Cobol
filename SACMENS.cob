      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: INDICE MENSAL DO ATENDIMENTO POS-VENDA - CHAMADOS SAC
      *          ABERTOS NO MES A CADA 100 PEDIDOS, POR PRODUTO E POR
      *          TRANSPORTADORA. O DENOMINADOR DO PRODUTO E O NUMERO
      *          DE PEDIDOS DO MES (NAO CANCELADOS) QUE TEM O PRODUTO
      *          EM ALGUMA LINHA (PEDITENS); O DA TRANSPORTADORA E A
      *          SOMA DOS PEDIDOS DOS EMBARQUES DO MES. FECHA COM O
      *          INDICE GERAL E O TEMPO MEDIO ATE A PRIMEIRA RESPOSTA
      *          E ATE O FECHAMENTO. O MES VEM DO SYSIN (ANO E MES;
      *          ZEROS = MES ANTERIOR).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACMENS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADOS ASSIGN TO 'CHAMADOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAC-NUMERO
               ALTERNATE RECORD KEY IS SAC-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-CHAMADO.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT EMBARQUES ASSIGN TO 'EMBARQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMB-NUMERO
               FILE STATUS IS WRK-FS-EMBARQUE.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.
           SELECT REL-SAC ASSIGN TO 'SACMENS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADOS
           LABEL RECORD IS STANDARD.
           COPY SACREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  EMBARQUES
           LABEL RECORD IS STANDARD.
           COPY EMBREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  TRANSPORTADORAS
           LABEL RECORD IS STANDARD.
           COPY TRAREG.
       FD  REL-SAC
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CHAMADO   PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-EMBARQUE  PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-TRANSP    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-CHAMADO  PIC X(01) VALUE 'N'.
           88 FIM-CHAMADOS VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-EMBARQUE PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUES VALUE 'S'.
       77 WRK-PEDIDO-ANT   PIC 9(06) VALUE ZEROS.
       77 WRK-PEDIDO-NO-MES PIC X(01) VALUE 'N'.
           88 PEDIDO-NO-MES VALUE 'S'.
       77 WRK-SUB          PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TRANSP   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CHAMADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PRODUTO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-TRANSP PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS-MES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RESPONDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FECHADOS PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-DIAS-RESP PIC 9(08) VALUE ZEROS.
       77 WRK-SOMA-DIAS-FECH PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ABERTURA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-EVENTO  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS PIC S9(05) VALUE ZEROS.
       77 WRK-INDICE       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(05)V9 VALUE ZEROS.
       77 WRK-NOME         PIC X(40) VALUE SPACES.
       77 WRK-INDICE-ED    PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-MEDIA-ED     PIC ZZZZ9,9 VALUE ZEROS.
       77 WRK-QTD-ED1      PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED2      PIC ZZZZZ9 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-AUX-GRP.
           05 WRK-DATA-AUX     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-AUX-ED REDEFINES WRK-DATA-AUX.
               10 WRK-AUX-ANO   PIC 9(04).
               10 WRK-AUX-MES   PIC 9(02).
               10 WRK-AUX-DIA   PIC 9(02).
      *----------------------------------------------------------------
      * PRODUTOS COM CHAMADO NO MES - O ULTIMO PEDIDO CONTADO EVITA
      * CONTAR DUAS VEZES O PEDIDO COM O PRODUTO EM MAIS DE UMA LINHA
      * (PEDITENS VEM NA ORDEM DO PEDIDO). A ULTIMA POSICAO FICA
      * LIVRE PARA A PROCURA PARAR NELA QUANDO A TABELA ENCHE.
      *----------------------------------------------------------------
       01 WRK-PRODUTOS-TABELA.
           05 WRK-PRODUTO-MES OCCURS 500 TIMES.
               10 WRK-TPR-PRODUTO    PIC 9(06).
               10 WRK-TPR-CHAMADOS   PIC 9(05).
               10 WRK-TPR-PEDIDOS    PIC 9(06).
               10 WRK-TPR-ULT-PEDIDO PIC 9(06).
      *----------------------------------------------------------------
      * TRANSPORTADORAS COM CHAMADO NO MES (ULTIMA POSICAO LIVRE).
      *----------------------------------------------------------------
       01 WRK-TRANSP-TABELA.
           05 WRK-TRANSP-MES OCCURS 100 TIMES.
               10 WRK-TTR-TRANSP     PIC 9(04).
               10 WRK-TTR-CHAMADOS   PIC 9(05).
               10 WRK-TTR-PEDIDOS    PIC 9(06).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-APURAR-CHAMADOS.
            PERFORM 3000-CONTAR-PEDIDOS.
            PERFORM 4000-CONTAR-EMBARQUES.
            PERFORM 5000-IMPRIMIR.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'SACMENS' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-PED-ANO = ZEROS OR WRK-PED-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-PED-ANO
                MOVE WRK-HOJE-MES TO WRK-PED-MES
                IF WRK-PED-MES = 01
                    MOVE 12 TO WRK-PED-MES
                    SUBTRACT 1 FROM WRK-PED-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            INITIALIZE WRK-PRODUTOS-TABELA.
            INITIALIZE WRK-TRANSP-TABELA.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN INPUT TRANSPORTADORAS.
            OPEN OUTPUT REL-SAC.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CHAMADOS SAC A CADA 100 PEDIDOS - MES '
                DELIMITED SIZE
                WRK-PED-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                '  PAGINA: ' DELIMITED SIZE
                RPT-PAGINA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PRIMEIRA PASSADA - CHAMADOS ABERTOS NO MES, POR PRODUTO E POR
      * TRANSPORTADORA, E OS DIAS ATE A RESPOSTA E ATE O FECHAMENTO
      * (CALENDARIO COMERCIAL 360/30).
      *----------------------------------------------------------------
       2000-APURAR-CHAMADOS.
            OPEN INPUT CHAMADOS.
            IF WRK-FS-CHAMADO = '00'
                PERFORM 2010-LER-CHAMADO
                PERFORM 2020-TRATAR-CHAMADO UNTIL FIM-CHAMADOS
                CLOSE CHAMADOS
            END-IF.

       2010-LER-CHAMADO.
            READ CHAMADOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CHAMADO
            END-READ.
            IF NOT FIM-CHAMADOS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2020-TRATAR-CHAMADO.
            MOVE SAC-DATA-ABERTURA TO WRK-DATA-AUX.
            IF WRK-AUX-ANO = WRK-PED-ANO
                AND WRK-AUX-MES = WRK-PED-MES
                ADD 1 TO WRK-QTD-CHAMADOS
                COMPUTE WRK-DIAS-ABERTURA = (WRK-AUX-ANO * 360)
                    + (WRK-AUX-MES * 30) + WRK-AUX-DIA
                PERFORM 2100-ACUMULAR-PRODUTO
                PERFORM 2200-ACUMULAR-TRANSP
                PERFORM 2300-ACUMULAR-PRAZOS
            END-IF.
            PERFORM 2010-LER-CHAMADO.

       2100-ACUMULAR-PRODUTO.
            IF SAC-PRODUTO = ZEROS
                ADD 1 TO WRK-QTD-SEM-PRODUTO
            ELSE
                MOVE 1 TO WRK-SUB
                PERFORM 2110-PROCURAR-PRODUTO
                    UNTIL WRK-SUB > WRK-QTD-PRODUTOS
                    OR WRK-TPR-PRODUTO (WRK-SUB) = SAC-PRODUTO
                IF WRK-SUB > WRK-QTD-PRODUTOS
                    AND WRK-QTD-PRODUTOS < 499
                    ADD 1 TO WRK-QTD-PRODUTOS
                    MOVE SAC-PRODUTO TO WRK-TPR-PRODUTO (WRK-SUB)
                END-IF
                IF WRK-SUB > WRK-QTD-PRODUTOS
                    ADD 1 TO WRK-QTD-SEM-PRODUTO
                ELSE
                    ADD 1 TO WRK-TPR-CHAMADOS (WRK-SUB)
                END-IF
            END-IF.

       2110-PROCURAR-PRODUTO.
            ADD 1 TO WRK-SUB.

       2200-ACUMULAR-TRANSP.
            IF SAC-TRANSPORTADORA = ZEROS
                ADD 1 TO WRK-QTD-SEM-TRANSP
            ELSE
                MOVE 1 TO WRK-SUB
                PERFORM 2210-PROCURAR-TRANSP
                    UNTIL WRK-SUB > WRK-QTD-TRANSP
                    OR WRK-TTR-TRANSP (WRK-SUB) = SAC-TRANSPORTADORA
                IF WRK-SUB > WRK-QTD-TRANSP
                    AND WRK-QTD-TRANSP < 99
                    ADD 1 TO WRK-QTD-TRANSP
                    MOVE SAC-TRANSPORTADORA TO WRK-TTR-TRANSP (WRK-SUB)
                END-IF
                IF WRK-SUB > WRK-QTD-TRANSP
                    ADD 1 TO WRK-QTD-SEM-TRANSP
                ELSE
                    ADD 1 TO WRK-TTR-CHAMADOS (WRK-SUB)
                END-IF
            END-IF.

       2210-PROCURAR-TRANSP.
            ADD 1 TO WRK-SUB.

       2300-ACUMULAR-PRAZOS.
            IF SAC-DATA-RESPOSTA NOT = ZEROS
                MOVE SAC-DATA-RESPOSTA TO WRK-DATA-AUX
                PERFORM 2310-CALCULAR-DIAS
                ADD WRK-DIAS-DECORRIDOS TO WRK-SOMA-DIAS-RESP
                ADD 1 TO WRK-QTD-RESPONDIDOS
            END-IF.
            IF SAC-FECHADO
                AND SAC-DATA-FECHAMENTO NOT = ZEROS
                MOVE SAC-DATA-FECHAMENTO TO WRK-DATA-AUX
                PERFORM 2310-CALCULAR-DIAS
                ADD WRK-DIAS-DECORRIDOS TO WRK-SOMA-DIAS-FECH
                ADD 1 TO WRK-QTD-FECHADOS
            END-IF.

       2310-CALCULAR-DIAS.
            COMPUTE WRK-DIAS-EVENTO = (WRK-AUX-ANO * 360)
                + (WRK-AUX-MES * 30) + WRK-AUX-DIA.
            COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIAS-EVENTO
                - WRK-DIAS-ABERTURA.
            IF WRK-DIAS-DECORRIDOS < ZEROS
                MOVE ZEROS TO WRK-DIAS-DECORRIDOS
            END-IF.

      *----------------------------------------------------------------
      * SEGUNDA PASSADA - LINHAS DE PEDIDO. O PEDIDO E LIDO UMA VEZ A
      * CADA TROCA DE NUMERO; SO CONTA PEDIDO DO MES E NAO CANCELADO.
      *----------------------------------------------------------------
       3000-CONTAR-PEDIDOS.
            OPEN INPUT PEDIDOS.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '00' AND WRK-FS-PEDIDO = '00'
                PERFORM 3010-LER-ITEM
                PERFORM 3020-TRATAR-ITEM UNTIL FIM-ITENS
            END-IF.
            CLOSE PED-ITENS.
            CLOSE PEDIDOS.

       3010-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       3020-TRATAR-ITEM.
            IF ITN-PEDIDO NOT = WRK-PEDIDO-ANT
                MOVE ITN-PEDIDO TO WRK-PEDIDO-ANT
                PERFORM 3100-LER-PEDIDO
            END-IF.
            IF PEDIDO-NO-MES
                MOVE 1 TO WRK-SUB
                PERFORM 2110-PROCURAR-PRODUTO
                    UNTIL WRK-SUB > WRK-QTD-PRODUTOS
                    OR WRK-TPR-PRODUTO (WRK-SUB) = ITN-PRODUTO
                IF WRK-SUB NOT > WRK-QTD-PRODUTOS
                    IF WRK-TPR-ULT-PEDIDO (WRK-SUB) NOT = ITN-PEDIDO
                        MOVE ITN-PEDIDO TO WRK-TPR-ULT-PEDIDO (WRK-SUB)
                        ADD 1 TO WRK-TPR-PEDIDOS (WRK-SUB)
                    END-IF
                END-IF
            END-IF.
            PERFORM 3010-LER-ITEM.

       3100-LER-PEDIDO.
            MOVE 'N' TO WRK-PEDIDO-NO-MES.
            MOVE ITN-PEDIDO TO PED-NUMERO.
            READ PEDIDOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PED-DATA TO WRK-DATA-AUX
                    IF WRK-AUX-ANO = WRK-PED-ANO
                        AND WRK-AUX-MES = WRK-PED-MES
                        AND NOT PEDIDO-CANCELADO
                        MOVE 'S' TO WRK-PEDIDO-NO-MES
                        ADD 1 TO WRK-QTD-PEDIDOS-MES
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * TERCEIRA PASSADA - PEDIDOS EMBARCADOS NO MES POR TRANSPORTADORA.
      *----------------------------------------------------------------
       4000-CONTAR-EMBARQUES.
            OPEN INPUT EMBARQUES.
            IF WRK-FS-EMBARQUE = '00'
                PERFORM 4010-LER-EMBARQUE
                PERFORM 4020-TRATAR-EMBARQUE UNTIL FIM-EMBARQUES
                CLOSE EMBARQUES
            END-IF.

       4010-LER-EMBARQUE.
            READ EMBARQUES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-EMBARQUE
            END-READ.
            IF NOT FIM-EMBARQUES
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       4020-TRATAR-EMBARQUE.
            MOVE EMB-DATA TO WRK-DATA-AUX.
            IF WRK-AUX-ANO = WRK-PED-ANO
                AND WRK-AUX-MES = WRK-PED-MES
                MOVE 1 TO WRK-SUB
                PERFORM 2210-PROCURAR-TRANSP
                    UNTIL WRK-SUB > WRK-QTD-TRANSP
                    OR WRK-TTR-TRANSP (WRK-SUB) = EMB-TRANSPORTADORA
                IF WRK-SUB NOT > WRK-QTD-TRANSP
                    ADD EMB-QTD-PEDIDOS TO WRK-TTR-PEDIDOS (WRK-SUB)
                END-IF
            END-IF.
            PERFORM 4010-LER-EMBARQUE.

      *----------------------------------------------------------------
      * IMPRESSAO - PRODUTOS, TRANSPORTADORAS E O RESUMO DO MES.
      *----------------------------------------------------------------
       5000-IMPRIMIR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POR PRODUTO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTO DESCRICAO                               '
                DELIMITED SIZE
                'CHAMADOS PEDIDOS  POR 100' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-SUB.
            PERFORM 5100-LINHA-PRODUTO
                UNTIL WRK-SUB > WRK-QTD-PRODUTOS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POR TRANSPORTADORA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'TRANSP  NOME                                    '
                DELIMITED SIZE
                'CHAMADOS PEDIDOS  POR 100' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-SUB.
            PERFORM 5200-LINHA-TRANSP
                UNTIL WRK-SUB > WRK-QTD-TRANSP.
            PERFORM 5300-RESUMO.

       5100-LINHA-PRODUTO.
            MOVE WRK-TPR-PRODUTO (WRK-SUB) TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME
                NOT INVALID KEY
                    MOVE PRO-DESCRICAO TO WRK-NOME
            END-READ.
            MOVE ZEROS TO WRK-INDICE.
            IF WRK-TPR-PEDIDOS (WRK-SUB) > ZEROS
                COMPUTE WRK-INDICE ROUNDED =
                    WRK-TPR-CHAMADOS (WRK-SUB) * 100
                    / WRK-TPR-PEDIDOS (WRK-SUB)
            END-IF.
            MOVE WRK-TPR-CHAMADOS (WRK-SUB) TO WRK-QTD-ED1.
            MOVE WRK-TPR-PEDIDOS (WRK-SUB)  TO WRK-QTD-ED2.
            MOVE WRK-INDICE TO WRK-INDICE-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-TPR-PRODUTO (WRK-SUB) DELIMITED SIZE
                ' ' WRK-NOME DELIMITED SIZE
                '   ' WRK-QTD-ED1 DELIMITED SIZE
                ' ' WRK-QTD-ED2 DELIMITED SIZE
                '  ' WRK-INDICE-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD 1 TO WRK-SUB.

       5200-LINHA-TRANSP.
            MOVE WRK-TTR-TRANSP (WRK-SUB) TO TRA-CODIGO.
            READ TRANSPORTADORAS
                INVALID KEY
                    MOVE SPACES TO WRK-NOME
                NOT INVALID KEY
                    MOVE TRA-NOME TO WRK-NOME
            END-READ.
            MOVE ZEROS TO WRK-INDICE.
            IF WRK-TTR-PEDIDOS (WRK-SUB) > ZEROS
                COMPUTE WRK-INDICE ROUNDED =
                    WRK-TTR-CHAMADOS (WRK-SUB) * 100
                    / WRK-TTR-PEDIDOS (WRK-SUB)
            END-IF.
            MOVE WRK-TTR-CHAMADOS (WRK-SUB) TO WRK-QTD-ED1.
            MOVE WRK-TTR-PEDIDOS (WRK-SUB)  TO WRK-QTD-ED2.
            MOVE WRK-INDICE TO WRK-INDICE-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-TTR-TRANSP (WRK-SUB) DELIMITED SIZE
                '    ' WRK-NOME DELIMITED SIZE
                '   ' WRK-QTD-ED1 DELIMITED SIZE
                ' ' WRK-QTD-ED2 DELIMITED SIZE
                '  ' WRK-INDICE-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD 1 TO WRK-SUB.

       5300-RESUMO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-INDICE.
            IF WRK-QTD-PEDIDOS-MES > ZEROS
                COMPUTE WRK-INDICE ROUNDED =
                    WRK-QTD-CHAMADOS * 100 / WRK-QTD-PEDIDOS-MES
            END-IF.
            MOVE WRK-QTD-CHAMADOS TO WRK-QTD-ED1.
            MOVE WRK-QTD-PEDIDOS-MES TO WRK-QTD-ED2.
            MOVE WRK-INDICE TO WRK-INDICE-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'CHAMADOS NO MES: ' DELIMITED SIZE
                WRK-QTD-ED1 DELIMITED SIZE
                '   PEDIDOS NO MES: ' DELIMITED SIZE
                WRK-QTD-ED2 DELIMITED SIZE
                '   POR 100 PEDIDOS: ' DELIMITED SIZE
                WRK-INDICE-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-QTD-SEM-PRODUTO TO WRK-QTD-ED1.
            MOVE WRK-QTD-SEM-TRANSP TO WRK-QTD-ED2.
            MOVE SPACES TO REL-LINHA.
            STRING 'SEM PRODUTO: ' DELIMITED SIZE
                WRK-QTD-ED1 DELIMITED SIZE
                '   SEM TRANSPORTADORA: ' DELIMITED SIZE
                WRK-QTD-ED2 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-MEDIA.
            IF WRK-QTD-RESPONDIDOS > ZEROS
                COMPUTE WRK-MEDIA ROUNDED =
                    WRK-SOMA-DIAS-RESP / WRK-QTD-RESPONDIDOS
            END-IF.
            MOVE WRK-MEDIA TO WRK-MEDIA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'DIAS MEDIOS ATE A PRIMEIRA RESPOSTA: '
                DELIMITED SIZE
                WRK-MEDIA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-MEDIA.
            IF WRK-QTD-FECHADOS > ZEROS
                COMPUTE WRK-MEDIA ROUNDED =
                    WRK-SOMA-DIAS-FECH / WRK-QTD-FECHADOS
            END-IF.
            MOVE WRK-MEDIA TO WRK-MEDIA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'DIAS MEDIOS ATE O FECHAMENTO.......: '
                DELIMITED SIZE
                WRK-MEDIA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE PRODUTOS-MASTER.
            CLOSE TRANSPORTADORAS.
            CLOSE REL-SAC.
            DISPLAY 'INDICES DO SAC GRAVADOS EM SACMENS.TXT'.

            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-CHAMADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM SACMENS.
