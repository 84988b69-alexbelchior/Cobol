      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ORDENS DE MONTAGEM DE KIT - ABERTURA, LIBERACAO,
      *          CONCLUSAO, CANCELAMENTO E CONSULTA. A ORDEM DE
      *          MONTAGEM CONSOME OS COMPONENTES DO KIT (KITCOMP) NO
      *          ARMAZEM DA ORDEM (SAIDA 'S' EM ESTMOV.TXT COM ORIGEM
      *          MONTAGEM, LOTES EM FEFO) E DA ENTRADA ('E') NO KIT
      *          MONTADO PELO CUSTO MEDIO SOMADO DOS COMPONENTES; A
      *          DESMONTAGEM FAZ O CAMINHO INVERSO, RATEANDO O CUSTO
      *          DO KIT ENTRE OS COMPONENTES. SO ORDEM SEM FALTA DE
      *          COMPONENTE (OU DE KIT, NA DESMONTAGEM) E LIBERADA, E
      *          A FALTA E CONFERIDA DE NOVO NA CONCLUSAO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Atualiza os totais de controle do ESTOQUE
      *                 (rotina TOTCTL) a cada gravacao de saldo.
      * 15/10/2026 ABM  Componente e kit serializados pedem as series
      *                 na conclusao (rotina comum SERCAPT): consumo
      *                 do que sai e entrada do que entra. O estoque so
      *                 e movimentado com todas as series capturadas;
      *                 sem isso a ordem segue liberada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OMTMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-MONTAGEM ASSIGN TO 'ORDMONT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OMT-NUMERO
               FILE STATUS IS WRK-FS-ORDMONT.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT KIT-COMPONENTES ASSIGN TO 'KITCOMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT ARMAZENS ASSIGN TO 'ARMAZENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-CODIGO
               FILE STATUS IS WRK-FS-ARMAZEM.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-MONTAGEM
           LABEL RECORD IS STANDARD.
           COPY OMTREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  KIT-COMPONENTES
           LABEL RECORD IS STANDARD.
           COPY KITREG.
       FD  ARMAZENS
           LABEL RECORD IS STANDARD.
           COPY ARMZREG.
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
       WORKING-STORAGE SECTION.
       77 WRK-FS-ORDMONT   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-KIT       PIC X(02) VALUE '00'.
       77 WRK-FS-ARMAZEM   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTLOTE   PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-NUMERO       PIC 9(06) VALUE ZEROS.
       77 WRK-KIT          PIC 9(06) VALUE ZEROS.
       77 WRK-ORDEM-OK     PIC X(01) VALUE 'N'.
           88 ORDEM-OK     VALUE 'S'.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-EOF-KIT      PIC X(01) VALUE 'N'.
           88 FIM-COMPONENTES VALUE 'S'.
       77 WRK-EOF-LOTES    PIC X(01) VALUE 'N'.
           88 FIM-LOTES    VALUE 'S'.
       77 WRK-TEM-LOTE     PIC X(01) VALUE 'N'.
           88 TEM-LOTE     VALUE 'S'.
       77 WRK-QTD-COMP     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-COMP     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-FALTAS   PIC 9(02) VALUE ZEROS.
       77 WRK-DISPONIVEL   PIC S9(07) VALUE ZEROS.
       77 WRK-PRODUTO-MOV  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MOV      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FALTA    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-BAIXA    PIC 9(07) VALUE ZEROS.
       77 WRK-TIPO-MOV     PIC X(01) VALUE SPACE.
       77 WRK-ORIGEM-MOV   PIC X(10) VALUE SPACES.
       77 WRK-LOTE         PIC X(10) VALUE SPACES.
       77 WRK-MELHOR-LOTE  PIC X(10) VALUE SPACES.
       77 WRK-MELHOR-VALID PIC 9(08) VALUE ZEROS.
       77 WRK-MELHOR-SALDO PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO-ANTES  PIC S9(07) VALUE ZEROS.
       77 WRK-CUSTO-UNIT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-TOTAL  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PESO-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RATEADO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOMA-RATEIO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SERIES-OK    PIC X(01) VALUE 'S'.
           88 SERIES-OK    VALUE 'S'.
       77 WRK-EVENTO-SERIE PIC X(01) VALUE SPACE.
       77 WRK-QTD-CAPT     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CAPT     PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * COMPONENTES DO KIT DA ORDEM (ATE 10, O MESMO LIMITE DA
      * EXPLOSAO NA ENTRADA DE PEDIDOS) COM A QUANTIDADE TOTAL DA
      * ORDEM E O PESO DE RATEIO DO CUSTO NA DESMONTAGEM.
      *----------------------------------------------------------------
       01 WRK-COMPONENTES.
           05 WRK-COMP OCCURS 10 TIMES.
               10 WRK-COMP-PRODUTO   PIC 9(06).
               10 WRK-COMP-QTD-KIT   PIC 9(03).
               10 WRK-COMP-NECESSARIO PIC 9(07).
               10 WRK-COMP-PESO      PIC 9(11)V99.
      *----------------------------------------------------------------
      * SERIES CONFERIDAS NA CONCLUSAO, UMA ENTRADA POR PRODUTO
      * SERIALIZADO DA ORDEM (COMPONENTES E O KIT) - SO SAO GRAVADAS
      * DEPOIS QUE TODOS OS PRODUTOS FORAM CAPTURADOS.
      *----------------------------------------------------------------
       01 WRK-CAPTURAS.
           05 WRK-CAPT OCCURS 11 TIMES.
               10 WRK-CAPT-PRODUTO   PIC 9(06).
               10 WRK-CAPT-EVENTO    PIC X(01).
               10 WRK-CAPT-QTD       PIC 9(05).
               10 WRK-CAPT-LISTA     PIC X(2000).
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY SCPREG.
           COPY TRVREG.
           COPY SESREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'OMTMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'OMTMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O ORDENS-MONTAGEM.
            IF WRK-FS-ORDMONT = '35'
                CLOSE ORDENS-MONTAGEM
                OPEN OUTPUT ORDENS-MONTAGEM
                CLOSE ORDENS-MONTAGEM
                OPEN I-O ORDENS-MONTAGEM
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN INPUT KIT-COMPONENTES.
            IF WRK-FS-KIT = '35'
                CLOSE KIT-COMPONENTES
                OPEN OUTPUT KIT-COMPONENTES
                CLOSE KIT-COMPONENTES
                OPEN INPUT KIT-COMPONENTES
            END-IF.
            OPEN INPUT ARMAZENS.
            IF WRK-FS-ARMAZEM = '35'
                CLOSE ARMAZENS
                OPEN OUTPUT ARMAZENS
                CLOSE ARMAZENS
                OPEN INPUT ARMAZENS
            END-IF.
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
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'OMTMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'ORDENS DE MONTAGEM DE KIT'.
            DISPLAY '1 - ABRIR ORDEM'.
            DISPLAY '2 - LIBERAR ORDEM (CONFERE FALTAS)'.
            DISPLAY '3 - CONCLUIR ORDEM (MOVIMENTA O ESTOQUE)'.
            DISPLAY '4 - CANCELAR ORDEM'.
            DISPLAY '5 - CONSULTAR ORDEM'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-ABRIR-ORDEM
                WHEN '2'
                    PERFORM 2200-LIBERAR-ORDEM
                WHEN '3'
                    PERFORM 2300-CONCLUIR-ORDEM
                WHEN '4'
                    PERFORM 2600-CANCELAR-ORDEM
                WHEN '5'
                    PERFORM 2700-CONSULTAR-ORDEM
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * SO PRODUTO COM COMPONENTES EM KITCOMP PODE SER MONTADO OU
      * DESMONTADO. O NUMERO VEM DO CONTROLE 'OM' DO PEDCTRL, COMO O
      * 'EB' DOS EMBARQUES.
      *----------------------------------------------------------------
       2100-ABRIR-ORDEM.
            INITIALIZE ORDEM-MONTAGEM-REG.
            DISPLAY 'TIPO (M = MONTAGEM, D = DESMONTAGEM).. '.
            ACCEPT OMT-TIPO.
            DISPLAY 'CODIGO DO KIT.. '.
            ACCEPT WRK-KIT.
            DISPLAY 'QUANTIDADE DE KITS.. '.
            ACCEPT OMT-QUANTIDADE.
            DISPLAY 'ARMAZEM.. '.
            ACCEPT OMT-ARMAZEM.
            MOVE 'S' TO WRK-ORDEM-OK.
            IF NOT OMT-MONTAGEM AND NOT OMT-DESMONTAGEM
                DISPLAY 'TIPO INVALIDO'
                MOVE 'N' TO WRK-ORDEM-OK
            END-IF.
            IF OMT-QUANTIDADE = ZEROS
                DISPLAY 'QUANTIDADE INVALIDA'
                MOVE 'N' TO WRK-ORDEM-OK
            END-IF.
            MOVE OMT-ARMAZEM TO ARM-CODIGO.
            READ ARMAZENS
                INVALID KEY
                    DISPLAY 'ARMAZEM NAO CADASTRADO'
                    MOVE 'N' TO WRK-ORDEM-OK
            END-READ.
            MOVE WRK-KIT TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                    MOVE 'N' TO WRK-ORDEM-OK
            END-READ.
            IF ORDEM-OK
                PERFORM 2950-CARREGAR-COMPONENTES
                IF WRK-QTD-COMP = ZEROS
                    DISPLAY 'PRODUTO NAO E KIT (SEM COMPONENTES)'
                    MOVE 'N' TO WRK-ORDEM-OK
                END-IF
            END-IF.
            IF ORDEM-OK
                MOVE 'OM' TO PCT-CHAVE
                READ PED-CONTROLE
                    INVALID KEY
                        MOVE ZEROS TO PCT-ULTIMO-NUMERO
                END-READ
                ADD 1 TO PCT-ULTIMO-NUMERO
                MOVE PCT-ULTIMO-NUMERO TO OMT-NUMERO
                MOVE 'OM' TO PCT-CHAVE
                REWRITE PCT-REG
                    INVALID KEY
                        WRITE PCT-REG
                END-REWRITE
                MOVE WRK-KIT TO OMT-KIT
                MOVE 'A' TO OMT-STATUS
                ACCEPT OMT-DATA-ABERTURA FROM DATE YYYYMMDD
                MOVE WRK-USUARIO TO OMT-USUARIO
                WRITE ORDEM-MONTAGEM-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A ORDEM'
                    NOT INVALID KEY
                        DISPLAY 'ORDEM ABERTA SOB O NUMERO '
                            OMT-NUMERO
                END-WRITE
            END-IF.

       2200-LIBERAR-ORDEM.
            PERFORM 2900-LER-ORDEM.
            IF ORDEM-OK
                IF NOT OMT-ABERTA
                    DISPLAY 'SO ORDEM ABERTA PODE SER LIBERADA'
                ELSE
                    PERFORM 2950-CARREGAR-COMPONENTES
                    PERFORM 2960-CONFERIR-FALTAS
                    IF WRK-QTD-FALTAS = ZEROS
                        MOVE 'L' TO OMT-STATUS
                        REWRITE ORDEM-MONTAGEM-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR A ORDEM'
                            NOT INVALID KEY
                                DISPLAY 'ORDEM LIBERADA'
                        END-REWRITE
                    ELSE
                        DISPLAY 'ORDEM NAO LIBERADA - ' WRK-QTD-FALTAS
                            ' ITEM(NS) EM FALTA'
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * A FALTA E CONFERIDA DE NOVO - O ESTOQUE PODE TER MUDADO DESDE
      * A LIBERACAO. SEM FALTA E COM AS SERIES DOS PRODUTOS
      * SERIALIZADOS CAPTURADAS, O ESTOQUE E MOVIMENTADO E A ORDEM
      * FECHA COM O CUSTO APURADO.
      *----------------------------------------------------------------
       2300-CONCLUIR-ORDEM.
            PERFORM 2900-LER-ORDEM.
            IF ORDEM-OK
                IF NOT OMT-LIBERADA
                    DISPLAY 'SO ORDEM LIBERADA PODE SER CONCLUIDA'
                ELSE
                    PERFORM 2950-CARREGAR-COMPONENTES
                    PERFORM 2960-CONFERIR-FALTAS
                    IF WRK-QTD-FALTAS > ZEROS
                        DISPLAY 'ORDEM NAO CONCLUIDA - '
                            WRK-QTD-FALTAS ' ITEM(NS) EM FALTA'
                    ELSE
                        PERFORM 2310-CAPTURAR-SERIES
                    END-IF
                    IF WRK-QTD-FALTAS = ZEROS AND NOT SERIES-OK
                        DISPLAY 'SERIES NAO CAPTURADAS - ORDEM NAO '
                            'CONCLUIDA, SEGUE LIBERADA'
                    END-IF
                    IF WRK-QTD-FALTAS = ZEROS AND SERIES-OK
                        PERFORM 2330-GRAVAR-SERIES
                        IF OMT-MONTAGEM
                            PERFORM 2400-MONTAR
                        ELSE
                            PERFORM 2500-DESMONTAR
                        END-IF
                        MOVE 'C' TO OMT-STATUS
                        ACCEPT OMT-DATA-CONCLUSAO FROM DATE YYYYMMDD
                        MOVE WRK-CUSTO-TOTAL TO OMT-CUSTO-TOTAL
                        COMPUTE OMT-CUSTO-UNIT ROUNDED =
                            WRK-CUSTO-TOTAL / OMT-QUANTIDADE
                        REWRITE ORDEM-MONTAGEM-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR A ORDEM'
                            NOT INVALID KEY
                                DISPLAY 'ORDEM CONCLUIDA - CUSTO '
                                    'UNITARIO DO KIT ' OMT-CUSTO-UNIT
                        END-REWRITE
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * SERIES DA ORDEM (ROTINA COMUM SERCAPT, MODO 'C' - SO CAPTURA):
      * O QUE SAI (COMPONENTES NA MONTAGEM, KIT NA DESMONTAGEM) E
      * CONSUMO 'M', EM ESTOQUE NO ARMAZEM DA ORDEM; O QUE ENTRA E
      * ENTRADA 'E'. A PRIMEIRA CAPTURA RECUSADA OU ABANDONADA PARA
      * TUDO - NADA FOI GRAVADO AINDA.
      *----------------------------------------------------------------
       2310-CAPTURAR-SERIES.
            MOVE 'S' TO WRK-SERIES-OK.
            MOVE ZEROS TO WRK-QTD-CAPT.
            IF OMT-MONTAGEM
                MOVE 'MONTAGEM' TO WRK-ORIGEM-MOV
                MOVE 'M' TO WRK-EVENTO-SERIE
                MOVE ZEROS TO WRK-IND-COMP
                PERFORM 2315-CAPTURAR-COMPONENTE
                    UNTIL WRK-IND-COMP >= WRK-QTD-COMP
                    OR NOT SERIES-OK
                MOVE 'E' TO WRK-EVENTO-SERIE
                MOVE OMT-KIT TO WRK-PRODUTO-MOV
                MOVE OMT-QUANTIDADE TO WRK-QTD-MOV
                IF SERIES-OK
                    PERFORM 2320-CAPTURAR-PRODUTO
                END-IF
            ELSE
                MOVE 'DESMONTAG' TO WRK-ORIGEM-MOV
                MOVE 'M' TO WRK-EVENTO-SERIE
                MOVE OMT-KIT TO WRK-PRODUTO-MOV
                MOVE OMT-QUANTIDADE TO WRK-QTD-MOV
                PERFORM 2320-CAPTURAR-PRODUTO
                MOVE 'E' TO WRK-EVENTO-SERIE
                MOVE ZEROS TO WRK-IND-COMP
                PERFORM 2315-CAPTURAR-COMPONENTE
                    UNTIL WRK-IND-COMP >= WRK-QTD-COMP
                    OR NOT SERIES-OK
            END-IF.

       2315-CAPTURAR-COMPONENTE.
            ADD 1 TO WRK-IND-COMP.
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO WRK-PRODUTO-MOV.
            MOVE WRK-COMP-NECESSARIO (WRK-IND-COMP) TO WRK-QTD-MOV.
            PERFORM 2320-CAPTURAR-PRODUTO.

       2320-CAPTURAR-PRODUTO.
            MOVE WRK-PRODUTO-MOV TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE 'N' TO PRO-SERIALIZADO
            END-READ.
            IF PRODUTO-SERIALIZADO AND WRK-QTD-MOV > 99999
                DISPLAY 'PRODUTO ' WRK-PRODUTO-MOV ' SERIALIZADO - '
                    'QUANTIDADE ACIMA DO LIMITE DA CAPTURA'
                MOVE 'N' TO WRK-SERIES-OK
            END-IF.
            IF PRODUTO-SERIALIZADO AND SERIES-OK
                DISPLAY 'SERIES DO PRODUTO ' WRK-PRODUTO-MOV
                    ' ' PRO-DESCRICAO
                MOVE 'C'              TO SCP-MODO
                MOVE WRK-EVENTO-SERIE TO SCP-EVENTO
                MOVE WRK-PRODUTO-MOV  TO SCP-PRODUTO
                MOVE WRK-QTD-MOV      TO SCP-QUANTIDADE
                MOVE ZEROS            TO SCP-QTD-SUCATA
                MOVE OMT-ARMAZEM      TO SCP-ARMAZEM
                MOVE ZEROS            TO SCP-ARMAZEM-DEST
                MOVE WRK-ORIGEM-MOV   TO SCP-ORIGEM
                MOVE OMT-NUMERO       TO SCP-DOCUMENTO
                MOVE ZEROS            TO SCP-FORNECEDOR
                MOVE ZEROS            TO SCP-CLIENTE
                MOVE WRK-USUARIO      TO SCP-USUARIO
                CALL 'SERCAPT' USING SERCAPT-AREA
                MOVE SCP-CAPTURA-OK TO WRK-SERIES-OK
                IF SERIES-OK
                    ADD 1 TO WRK-QTD-CAPT
                    MOVE WRK-PRODUTO-MOV
                        TO WRK-CAPT-PRODUTO (WRK-QTD-CAPT)
                    MOVE WRK-EVENTO-SERIE
                        TO WRK-CAPT-EVENTO (WRK-QTD-CAPT)
                    MOVE WRK-QTD-MOV TO WRK-CAPT-QTD (WRK-QTD-CAPT)
                    MOVE SCP-LISTA TO WRK-CAPT-LISTA (WRK-QTD-CAPT)
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * GRAVA AS SERIES CONFERIDAS (SERCAPT MODO 'G'), IMEDIATAMENTE
      * ANTES DO MOVIMENTO DE ESTOQUE.
      *----------------------------------------------------------------
       2330-GRAVAR-SERIES.
            MOVE ZEROS TO WRK-IND-CAPT.
            PERFORM 2335-GRAVAR-UMA-CAPTURA WRK-QTD-CAPT TIMES.

       2335-GRAVAR-UMA-CAPTURA.
            ADD 1 TO WRK-IND-CAPT.
            MOVE 'G'              TO SCP-MODO.
            MOVE WRK-CAPT-EVENTO (WRK-IND-CAPT) TO SCP-EVENTO.
            MOVE WRK-CAPT-PRODUTO (WRK-IND-CAPT) TO SCP-PRODUTO.
            MOVE WRK-CAPT-QTD (WRK-IND-CAPT) TO SCP-QUANTIDADE.
            MOVE ZEROS            TO SCP-QTD-SUCATA.
            MOVE OMT-ARMAZEM      TO SCP-ARMAZEM.
            MOVE ZEROS            TO SCP-ARMAZEM-DEST.
            MOVE WRK-ORIGEM-MOV   TO SCP-ORIGEM.
            MOVE OMT-NUMERO       TO SCP-DOCUMENTO.
            MOVE ZEROS            TO SCP-FORNECEDOR.
            MOVE ZEROS            TO SCP-CLIENTE.
            MOVE WRK-USUARIO      TO SCP-USUARIO.
            MOVE WRK-CAPT-LISTA (WRK-IND-CAPT) TO SCP-LISTA.
            CALL 'SERCAPT' USING SERCAPT-AREA.

      *----------------------------------------------------------------
      * MONTAGEM - CADA COMPONENTE SAI PELO CUSTO MEDIO DO MOMENTO E
      * A SOMA E O CUSTO DOS KITS QUE ENTRAM.
      *----------------------------------------------------------------
       2400-MONTAR.
            MOVE ZEROS TO WRK-CUSTO-TOTAL.
            MOVE 'MONTAGEM' TO WRK-ORIGEM-MOV.
            MOVE ZEROS TO WRK-IND-COMP.
            PERFORM 2410-CONSUMIR-COMPONENTE WRK-QTD-COMP TIMES.
            MOVE OMT-KIT TO WRK-PRODUTO-MOV.
            MOVE OMT-QUANTIDADE TO WRK-QTD-MOV.
            COMPUTE WRK-CUSTO-UNIT ROUNDED =
                WRK-CUSTO-TOTAL / OMT-QUANTIDADE.
            PERFORM 2850-ENTRADA-PRODUTO.

       2410-CONSUMIR-COMPONENTE.
            ADD 1 TO WRK-IND-COMP.
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO WRK-PRODUTO-MOV.
            MOVE WRK-COMP-NECESSARIO (WRK-IND-COMP) TO WRK-QTD-MOV.
            MOVE WRK-PRODUTO-MOV TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            COMPUTE WRK-CUSTO-TOTAL = WRK-CUSTO-TOTAL
                + WRK-QTD-MOV * EST-CUSTO-MEDIO.
            PERFORM 2800-SAIDA-PRODUTO.

      *----------------------------------------------------------------
      * DESMONTAGEM - OS KITS SAEM PELO CUSTO MEDIO DO KIT E O VALOR
      * E RATEADO ENTRE OS COMPONENTES PELO PESO QUANTIDADE X CUSTO
      * MEDIO (SEM CUSTO, O PADRAO; SEM NENHUM, RATEIO IGUAL). A
      * ULTIMA LINHA ABSORVE O RESIDUO, COMO NA EXPLOSAO DO KIT.
      *----------------------------------------------------------------
       2500-DESMONTAR.
            MOVE 'DESMONTAG' TO WRK-ORIGEM-MOV.
            MOVE OMT-KIT TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            COMPUTE WRK-CUSTO-TOTAL =
                OMT-QUANTIDADE * EST-CUSTO-MEDIO.
            MOVE OMT-KIT TO WRK-PRODUTO-MOV.
            MOVE OMT-QUANTIDADE TO WRK-QTD-MOV.
            PERFORM 2800-SAIDA-PRODUTO.
            MOVE ZEROS TO WRK-PESO-TOTAL.
            MOVE ZEROS TO WRK-IND-COMP.
            PERFORM 2510-PESAR-COMPONENTE WRK-QTD-COMP TIMES.
            MOVE ZEROS TO WRK-SOMA-RATEIO.
            MOVE ZEROS TO WRK-IND-COMP.
            PERFORM 2520-DEVOLVER-COMPONENTE WRK-QTD-COMP TIMES.

       2510-PESAR-COMPONENTE.
            ADD 1 TO WRK-IND-COMP.
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            IF EST-CUSTO-MEDIO = ZEROS
                MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE ZEROS TO PRO-CUSTO-PADRAO
                END-READ
                MOVE PRO-CUSTO-PADRAO TO EST-CUSTO-MEDIO
            END-IF.
            COMPUTE WRK-COMP-PESO (WRK-IND-COMP) =
                WRK-COMP-NECESSARIO (WRK-IND-COMP) * EST-CUSTO-MEDIO.
            ADD WRK-COMP-PESO (WRK-IND-COMP) TO WRK-PESO-TOTAL.

       2520-DEVOLVER-COMPONENTE.
            ADD 1 TO WRK-IND-COMP.
            IF WRK-IND-COMP = WRK-QTD-COMP
                COMPUTE WRK-RATEADO =
                    WRK-CUSTO-TOTAL - WRK-SOMA-RATEIO
            ELSE
                IF WRK-PESO-TOTAL > ZEROS
                    COMPUTE WRK-RATEADO = WRK-CUSTO-TOTAL
                        * WRK-COMP-PESO (WRK-IND-COMP)
                        / WRK-PESO-TOTAL
                ELSE
                    COMPUTE WRK-RATEADO =
                        WRK-CUSTO-TOTAL / WRK-QTD-COMP
                END-IF
                ADD WRK-RATEADO TO WRK-SOMA-RATEIO
            END-IF.
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO WRK-PRODUTO-MOV.
            MOVE WRK-COMP-NECESSARIO (WRK-IND-COMP) TO WRK-QTD-MOV.
            COMPUTE WRK-CUSTO-UNIT ROUNDED =
                WRK-RATEADO / WRK-QTD-MOV.
            PERFORM 2850-ENTRADA-PRODUTO.

       2600-CANCELAR-ORDEM.
            PERFORM 2900-LER-ORDEM.
            IF ORDEM-OK
                IF NOT OMT-ABERTA AND NOT OMT-LIBERADA
                    DISPLAY 'ORDEM JA CONCLUIDA OU CANCELADA'
                ELSE
                    DISPLAY 'CONFIRMA O CANCELAMENTO (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        MOVE 'X' TO OMT-STATUS
                        REWRITE ORDEM-MONTAGEM-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR A ORDEM'
                            NOT INVALID KEY
                                DISPLAY 'ORDEM CANCELADA'
                        END-REWRITE
                    END-IF
                END-IF
            END-IF.

       2700-CONSULTAR-ORDEM.
            PERFORM 2900-LER-ORDEM.
            IF ORDEM-OK
                MOVE OMT-KIT TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE SPACES TO PRO-DESCRICAO
                END-READ
                DISPLAY 'TIPO........: ' OMT-TIPO
                DISPLAY 'KIT.........: ' OMT-KIT ' ' PRO-DESCRICAO
                DISPLAY 'QUANTIDADE..: ' OMT-QUANTIDADE
                DISPLAY 'ARMAZEM.....: ' OMT-ARMAZEM
                DISPLAY 'STATUS......: ' OMT-STATUS
                DISPLAY 'ABERTURA....: ' OMT-DATA-ABERTURA
                    ' POR ' OMT-USUARIO
                DISPLAY 'CONCLUSAO...: ' OMT-DATA-CONCLUSAO
                DISPLAY 'CUSTO TOTAL.: ' OMT-CUSTO-TOTAL
                DISPLAY 'CUSTO UNIT..: ' OMT-CUSTO-UNIT
                IF OMT-ABERTA OR OMT-LIBERADA
                    PERFORM 2950-CARREGAR-COMPONENTES
                    PERFORM 2960-CONFERIR-FALTAS
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * SAIDA DE WRK-QTD-MOV DO PRODUTO WRK-PRODUTO-MOV NO ARMAZEM DA
      * ORDEM - A CADA RODADA O LOTE DE MENOR VALIDADE AINDA COM
      * SALDO (FEFO, COMO NA SEPARACAO); O QUE SOBRAR SAI SEM LOTE.
      * O COMPROMETIDO NAO MUDA - NAO E VENDA.
      *----------------------------------------------------------------
       2800-SAIDA-PRODUTO.
            MOVE 'S' TO WRK-TIPO-MOV.
            MOVE WRK-QTD-MOV TO WRK-QTD-FALTA.
            MOVE 'S' TO WRK-TEM-LOTE.
            PERFORM 2810-BAIXAR-UM-LOTE
                UNTIL WRK-QTD-FALTA = ZEROS
                OR NOT TEM-LOTE.
            IF WRK-QTD-FALTA > ZEROS
                MOVE SPACES TO WRK-LOTE
                MOVE WRK-QTD-FALTA TO WRK-QTD-BAIXA
                PERFORM 2830-BAIXAR-FISICO
            END-IF.

       2810-BAIXAR-UM-LOTE.
            MOVE 'N' TO WRK-TEM-LOTE.
            MOVE 99999999 TO WRK-MELHOR-VALID.
            MOVE SPACES TO WRK-MELHOR-LOTE.
            MOVE ZEROS TO WRK-MELHOR-SALDO.
            MOVE 'N' TO WRK-EOF-LOTES.
            MOVE WRK-PRODUTO-MOV TO ELT-PRODUTO.
            MOVE LOW-VALUES TO ELT-LOTE.
            START ESTOQUE-LOTES KEY IS NOT LESS THAN ELT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-LOTES
            END-START.
            IF NOT FIM-LOTES
                PERFORM 2815-LER-LOTE
                PERFORM 2820-AVALIAR-LOTE UNTIL FIM-LOTES
            END-IF.
            IF TEM-LOTE
                IF WRK-MELHOR-SALDO < WRK-QTD-FALTA
                    MOVE WRK-MELHOR-SALDO TO WRK-QTD-BAIXA
                ELSE
                    MOVE WRK-QTD-FALTA TO WRK-QTD-BAIXA
                END-IF
                SUBTRACT WRK-QTD-BAIXA FROM WRK-QTD-FALTA
                MOVE WRK-PRODUTO-MOV TO ELT-PRODUTO
                MOVE WRK-MELHOR-LOTE TO ELT-LOTE
                READ ESTOQUE-LOTES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SUBTRACT WRK-QTD-BAIXA FROM ELT-SALDO
                        REWRITE ESTOQUE-LOTE-REG
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                END-READ
                MOVE WRK-MELHOR-LOTE TO WRK-LOTE
                PERFORM 2830-BAIXAR-FISICO
            END-IF.

       2815-LER-LOTE.
            READ ESTOQUE-LOTES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-LOTES
            END-READ.
            IF NOT FIM-LOTES
                AND ELT-PRODUTO NOT = WRK-PRODUTO-MOV
                MOVE 'S' TO WRK-EOF-LOTES
            END-IF.

       2820-AVALIAR-LOTE.
            IF ELT-SALDO > ZEROS
                AND ELT-VALIDADE < WRK-MELHOR-VALID
                MOVE 'S' TO WRK-TEM-LOTE
                MOVE ELT-VALIDADE TO WRK-MELHOR-VALID
                MOVE ELT-LOTE TO WRK-MELHOR-LOTE
                MOVE ELT-SALDO TO WRK-MELHOR-SALDO
            END-IF.
            PERFORM 2815-LER-LOTE.

       2830-BAIXAR-FISICO.
            PERFORM 2870-LER-SALDOS.
            SUBTRACT WRK-QTD-BAIXA FROM EST-SALDO.
            SUBTRACT WRK-QTD-BAIXA FROM EAR-SALDO.
            PERFORM 2880-GRAVAR-SALDOS.
            PERFORM 2890-GRAVAR-MOVIMENTO.

      *----------------------------------------------------------------
      * ENTRADA DE WRK-QTD-MOV DO PRODUTO WRK-PRODUTO-MOV PELO CUSTO
      * WRK-CUSTO-UNIT, COM O CUSTO MEDIO MOVEL DO ESTMANU (SALDO
      * ANTERIOR ZERADO OU NEGATIVO ASSUME O CUSTO DA ENTRADA).
      *----------------------------------------------------------------
       2850-ENTRADA-PRODUTO.
            MOVE 'E' TO WRK-TIPO-MOV.
            MOVE SPACES TO WRK-LOTE.
            MOVE WRK-QTD-MOV TO WRK-QTD-BAIXA.
            PERFORM 2870-LER-SALDOS.
            MOVE EST-SALDO TO WRK-SALDO-ANTES.
            IF WRK-SALDO-ANTES <= ZEROS
                MOVE WRK-CUSTO-UNIT TO EST-CUSTO-MEDIO
            ELSE
                COMPUTE EST-CUSTO-MEDIO ROUNDED =
                    ((WRK-SALDO-ANTES * EST-CUSTO-MEDIO)
                    + (WRK-QTD-MOV * WRK-CUSTO-UNIT))
                    / (WRK-SALDO-ANTES + WRK-QTD-MOV)
            END-IF.
            ADD WRK-QTD-MOV TO EST-SALDO.
            ADD WRK-QTD-MOV TO EAR-SALDO.
            PERFORM 2880-GRAVAR-SALDOS.
            PERFORM 2890-GRAVAR-MOVIMENTO.

       2870-LER-SALDOS.
            MOVE WRK-PRODUTO-MOV TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE WRK-PRODUTO-MOV TO EST-PRODUTO
                    MOVE ZEROS TO EST-SALDO
                    MOVE ZEROS TO EST-PONTO-REPOSICAO
                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.
            MOVE OMT-ARMAZEM TO EAR-ARMAZEM.
            MOVE WRK-PRODUTO-MOV TO EAR-PRODUTO.
            READ ESTOQUE-ARMAZEM
                INVALID KEY
                    MOVE OMT-ARMAZEM TO EAR-ARMAZEM
                    MOVE WRK-PRODUTO-MOV TO EAR-PRODUTO
                    MOVE ZEROS TO EAR-SALDO
            END-READ.

       2880-GRAVAR-SALDOS.
            REWRITE ESTOQUE-REG
                INVALID KEY
                    WRITE ESTOQUE-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8940-CONTROLE-ESTOQUE.
            REWRITE ESTOQUE-ARMAZEM-REG
                INVALID KEY
                    WRITE ESTOQUE-ARMAZEM-REG
            END-REWRITE.

       2890-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA     TO MOV-DATA.
            MOVE WRK-DH-HORA     TO MOV-HORA.
            MOVE WRK-USUARIO     TO MOV-USUARIO.
            MOVE WRK-PRODUTO-MOV TO MOV-PRODUTO.
            MOVE WRK-TIPO-MOV    TO MOV-TIPO.
            MOVE WRK-QTD-BAIXA   TO MOV-QUANTIDADE.
            MOVE WRK-ORIGEM-MOV  TO MOV-ORIGEM.
            MOVE OMT-NUMERO      TO MOV-DOCUMENTO.
            MOVE OMT-ARMAZEM     TO MOV-ARMAZEM.
            MOVE WRK-LOTE        TO MOV-LOTE.
            WRITE MOVEST-LINHA.

       2900-LER-ORDEM.
            MOVE 'N' TO WRK-ORDEM-OK.
            DISPLAY 'NUMERO DA ORDEM.. '.
            ACCEPT WRK-NUMERO.
            MOVE WRK-NUMERO TO OMT-NUMERO.
            READ ORDENS-MONTAGEM
                INVALID KEY
                    DISPLAY 'ORDEM NAO ENCONTRADA'
                NOT INVALID KEY
                    MOVE 'S' TO WRK-ORDEM-OK
            END-READ.

      *----------------------------------------------------------------
      * COMPONENTES DO KIT DA ORDEM COM A QUANTIDADE TOTAL (KITS DA
      * ORDEM X QUANTIDADE POR KIT).
      *----------------------------------------------------------------
       2950-CARREGAR-COMPONENTES.
            MOVE ZEROS TO WRK-QTD-COMP.
            MOVE 'N' TO WRK-EOF-KIT.
            IF OMT-KIT NOT = ZEROS
                MOVE OMT-KIT TO WRK-KIT
            END-IF.
            MOVE WRK-KIT TO KIT-PRODUTO.
            MOVE ZEROS TO KIT-COMPONENTE.
            START KIT-COMPONENTES KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-KIT
            END-START.
            IF NOT FIM-COMPONENTES
                PERFORM 2951-LER-COMPONENTE
                PERFORM 2952-GUARDAR-COMPONENTE
                    UNTIL FIM-COMPONENTES
            END-IF.

       2951-LER-COMPONENTE.
            READ KIT-COMPONENTES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-KIT
            END-READ.
            IF NOT FIM-COMPONENTES
                AND KIT-PRODUTO NOT = WRK-KIT
                MOVE 'S' TO WRK-EOF-KIT
            END-IF.

       2952-GUARDAR-COMPONENTE.
            IF WRK-QTD-COMP < 10
                ADD 1 TO WRK-QTD-COMP
                MOVE KIT-COMPONENTE
                    TO WRK-COMP-PRODUTO (WRK-QTD-COMP)
                MOVE KIT-QTD-POR-KIT
                    TO WRK-COMP-QTD-KIT (WRK-QTD-COMP)
                COMPUTE WRK-COMP-NECESSARIO (WRK-QTD-COMP) =
                    KIT-QTD-POR-KIT * OMT-QUANTIDADE
                MOVE ZEROS TO WRK-COMP-PESO (WRK-QTD-COMP)
            END-IF.
            PERFORM 2951-LER-COMPONENTE.

      *----------------------------------------------------------------
      * FALTA - NA MONTAGEM, COMPONENTE SEM SALDO NO ARMAZEM DA ORDEM
      * OU SEM DISPONIVEL (SALDO - COMPROMETIDO) PARA A QUANTIDADE;
      * NA DESMONTAGEM, O MESMO PARA O PROPRIO KIT. CADA FALTA E
      * MOSTRADA.
      *----------------------------------------------------------------
       2960-CONFERIR-FALTAS.
            MOVE ZEROS TO WRK-QTD-FALTAS.
            IF OMT-MONTAGEM
                MOVE ZEROS TO WRK-IND-COMP
                PERFORM 2965-CONFERIR-COMPONENTE WRK-QTD-COMP TIMES
            ELSE
                MOVE OMT-KIT TO WRK-PRODUTO-MOV
                MOVE OMT-QUANTIDADE TO WRK-QTD-MOV
                PERFORM 2970-CONFERIR-PRODUTO
            END-IF.
            IF WRK-QTD-FALTAS = ZEROS
                DISPLAY 'NENHUMA FALTA PARA A ORDEM'
            END-IF.

       2965-CONFERIR-COMPONENTE.
            ADD 1 TO WRK-IND-COMP.
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO WRK-PRODUTO-MOV.
            MOVE WRK-COMP-NECESSARIO (WRK-IND-COMP) TO WRK-QTD-MOV.
            PERFORM 2970-CONFERIR-PRODUTO.

       2970-CONFERIR-PRODUTO.
            PERFORM 2870-LER-SALDOS.
            COMPUTE WRK-DISPONIVEL = EST-SALDO - EST-COMPROMETIDO.
            IF EAR-SALDO < WRK-QTD-MOV
                OR WRK-DISPONIVEL < WRK-QTD-MOV
                ADD 1 TO WRK-QTD-FALTAS
                DISPLAY 'FALTA: PRODUTO ' WRK-PRODUTO-MOV
                    ' NECESSARIO ' WRK-QTD-MOV
                    ' NO ARMAZEM ' EAR-SALDO
                    ' DISPONIVEL ' WRK-DISPONIVEL
            END-IF.

       3000-FINALIZAR.
            CLOSE ORDENS-MONTAGEM.
            CLOSE PED-CONTROLE.
            CLOSE PRODUTOS-MASTER.
            CLOSE KIT-COMPONENTES.
            CLOSE ARMAZENS.
            CLOSE ESTOQUE-SALDO.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE ESTOQUE-LOTES.
            CLOSE ESTOQUE-MOVTOS.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'OMTMANU' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM OMTMANU.
