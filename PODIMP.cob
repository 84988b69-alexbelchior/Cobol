      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: IMPORTACAO DAS OCORRENCIAS DE ENTREGA DAS
      *          TRANSPORTADORAS (OCORTRAN.TXT, LARGURA FIXA, UMA LINHA
      *          POR PEDIDO DE EMBARQUE) - CADA LINHA E CASADA COM O
      *          EMBITEN E COM A TRANSPORTADORA DO EMBARQUE. ENTREGUE
      *          FAZ O QUE A OPCAO 5 DO PEDMANUT FAZ (COMPLETA AS
      *          LINHAS, BAIXA LOTE FEFO, SALDO, ARMAZEM E GRAVA O
      *          MOVIMENTO) E MARCA O PEDIDO ENTREGUE NA DATA
      *          INFORMADA PELA TRANSPORTADORA; RECUSADO, ENDERECO NAO
      *          ENCONTRADO E DEVOLVIDO SO VAO PARA O HISTORICO DE
      *          STATUS. A OCORRENCIA E O RECEBEDOR FICAM NO
      *          COMPROVANTE (PODENTR). LINHA SEM CASAMENTO VAI PARA A
      *          LISTA DE EXCECAO (PODEXCEP.TXT), NO PADRAO DO
      *          NFEEXCEP.TXT. RODA NA CADEIA NOTURNA (CLNOITE).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Locais de consignacao no cliente ficam fora da
      *                 escolha do armazem da baixa.
      * 15/10/2026 ABM  Atualiza os totais de controle do PEDIDOS e do
      *                 ESTOQUE (rotina TOTCTL) na baixa da entrega.
      * 15/10/2026 ABM  Linha de produto serializado nao e baixada na
      *                 entrega da transportadora - sem operador para
      *                 capturar as series, a linha vai para a excecao
      *                 e a baixa fica para a opcao 5 do PEDMANUT; o
      *                 pedido so vira entregue la.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORRENCIAS ASSIGN TO 'OCORTRAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCORR.
           SELECT EMBARQUES ASSIGN TO 'EMBARQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-NUMERO
               FILE STATUS IS WRK-FS-EMBARQUE.
           SELECT EMBARQUE-ITENS ASSIGN TO 'EMBITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBI-CHAVE
               FILE STATUS IS WRK-FS-EMBITEN.
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
           SELECT PED-STATUS-HIST ASSIGN TO 'PEDSTHIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ESTOQUE-MOVTOS ASSIGN TO 'ESTMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
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
           SELECT ARMAZENS ASSIGN TO 'ARMAZENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-CODIGO
               FILE STATUS IS WRK-FS-ARMAZEM.
           SELECT ALOCACAO-LIVRO ASSIGN TO 'ALOCACAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALO-CHAVE
               FILE STATUS IS WRK-FS-ALOCACAO.
           SELECT POD-ENTREGAS ASSIGN TO 'PODENTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDE-CHAVE
               FILE STATUS IS WRK-FS-PODENTR.
           SELECT POD-EXCECAO ASSIGN TO 'PODEXCEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEP.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
       DATA DIVISION.
       FILE SECTION.
       FD  OCORRENCIAS
           LABEL RECORD IS STANDARD.
       01 OCORRENCIA-REG.
           05 OCT-TIPO             PIC 9(01).
               88 OCT-HEADER       VALUE 0.
               88 OCT-DETALHE      VALUE 1.
               88 OCT-TRAILER      VALUE 9.
           05 OCT-TRANSPORTADORA   PIC 9(04).
           05 OCT-EMBARQUE         PIC 9(06).
           05 OCT-PEDIDO           PIC 9(06).
           05 OCT-OCORRENCIA       PIC X(01).
               88 OCT-ENTREGUE     VALUE 'E'.
               88 OCT-RECUSADO     VALUE 'R'.
               88 OCT-NAO-ACHADO   VALUE 'N'.
               88 OCT-DEVOLVIDO    VALUE 'D'.
           05 OCT-DATA             PIC 9(08).
           05 OCT-HORA             PIC 9(06).
           05 OCT-RECEBEDOR        PIC X(40).
           05 OCT-DOCUMENTO        PIC X(14).
           05 FILLER               PIC X(14).
       FD  EMBARQUES
           LABEL RECORD IS STANDARD.
           COPY EMBREG.
       FD  EMBARQUE-ITENS
           LABEL RECORD IS STANDARD.
           COPY EMBIREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PED-STATUS-HIST
           LABEL RECORD IS STANDARD.
           COPY PSHREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
       FD  ESTOQUE-LOTES
           LABEL RECORD IS STANDARD.
           COPY ELTREG.
       FD  ARMAZENS
           LABEL RECORD IS STANDARD.
           COPY ARMZREG.
       FD  ALOCACAO-LIVRO
           LABEL RECORD IS STANDARD.
           COPY ALOCREG.
       FD  POD-ENTREGAS
           LABEL RECORD IS STANDARD.
           COPY PODREG.
       FD  POD-EXCECAO
           LABEL RECORD IS STANDARD.
       01 EXCEP-LINHA.
           05 EXCEP-EMBARQUE    PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-PEDIDO      PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-OCORRENCIA  PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-MOTIVO      PIC X(60).
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-OCORR     PIC X(02) VALUE '00'.
       77 WRK-FS-EMBARQUE  PIC X(02) VALUE '00'.
       77 WRK-FS-EMBITEN   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-HIST      PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTLOTE   PIC X(02) VALUE '00'.
       77 WRK-FS-ARMAZEM   PIC X(02) VALUE '00'.
       77 WRK-FS-ALOCACAO  PIC X(02) VALUE '00'.
       77 WRK-FS-PODENTR   PIC X(02) VALUE '00'.
       77 WRK-FS-EXCEP     PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-EOF-OCORR    PIC X(01) VALUE 'N'.
           88 FIM-OCORR    VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-ARMAZEM  PIC X(01) VALUE 'N'.
           88 FIM-ARMAZENS VALUE 'S'.
       77 WRK-EOF-LOTES    PIC X(01) VALUE 'N'.
           88 FIM-LOTES    VALUE 'S'.
       77 WRK-TEM-LOTE     PIC X(01) VALUE 'N'.
           88 TEM-LOTE     VALUE 'S'.
       77 WRK-TEM-POD      PIC X(01) VALUE 'N'.
           88 TEM-POD      VALUE 'S'.
       77 WRK-TEM-SERIE    PIC X(01) VALUE 'N'.
           88 TEM-LINHA-SERIE VALUE 'S'.
       77 WRK-ARMAZEM      PIC 9(02) VALUE ZEROS.
       77 WRK-LOTE         PIC X(10) VALUE SPACES.
       77 WRK-MELHOR-LOTE  PIC X(10) VALUE SPACES.
       77 WRK-MELHOR-VALID PIC 9(08) VALUE ZEROS.
       77 WRK-MELHOR-SALDO PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-EMBARCADA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALTA    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXA    PIC 9(05) VALUE ZEROS.
       77 WRK-STATUS-ANTES PIC X(01) VALUE SPACE.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-MSG-ERRO     PIC X(60) VALUE SPACES.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ENTREGAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-OUTRAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SERIE    PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY JOBLREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-FS-OCORR = '00'
                PERFORM 5010-LER-OCORRENCIA
                PERFORM 2000-PROCESSAR UNTIL FIM-OCORR
                CLOSE OCORRENCIAS
            ELSE
                DISPLAY 'SEM ARQUIVO DE OCORRENCIAS DAS '
                    'TRANSPORTADORAS NESTA NOITE'
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PODIMP' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT OCORRENCIAS.
            OPEN INPUT EMBARQUES.
            IF WRK-FS-EMBARQUE = '35'
                CLOSE EMBARQUES
                OPEN OUTPUT EMBARQUES
                CLOSE EMBARQUES
                OPEN INPUT EMBARQUES
            END-IF.
            OPEN INPUT EMBARQUE-ITENS.
            IF WRK-FS-EMBITEN = '35'
                CLOSE EMBARQUE-ITENS
                OPEN OUTPUT EMBARQUE-ITENS
                CLOSE EMBARQUE-ITENS
                OPEN INPUT EMBARQUE-ITENS
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
            OPEN EXTEND PED-STATUS-HIST.
            IF WRK-FS-HIST NOT = '00'
                OPEN OUTPUT PED-STATUS-HIST
            END-IF.
            OPEN I-O ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN EXTEND ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT ESTOQUE-MOVTOS
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
            OPEN INPUT ARMAZENS.
            IF WRK-FS-ARMAZEM = '35'
                CLOSE ARMAZENS
                OPEN OUTPUT ARMAZENS
                CLOSE ARMAZENS
                OPEN INPUT ARMAZENS
            END-IF.
            OPEN INPUT ALOCACAO-LIVRO.
            IF WRK-FS-ALOCACAO = '35'
                CLOSE ALOCACAO-LIVRO
                OPEN OUTPUT ALOCACAO-LIVRO
                CLOSE ALOCACAO-LIVRO
                OPEN INPUT ALOCACAO-LIVRO
            END-IF.
            OPEN I-O POD-ENTREGAS.
            IF WRK-FS-PODENTR = '35'
                CLOSE POD-ENTREGAS
                OPEN OUTPUT POD-ENTREGAS
                CLOSE POD-ENTREGAS
                OPEN I-O POD-ENTREGAS
            END-IF.
            OPEN OUTPUT POD-EXCECAO.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.

      *----------------------------------------------------------------
      * SO AS LINHAS DE DETALHE (TIPO 1) CARREGAM OCORRENCIA; HEADER E
      * TRAILER DO ARQUIVO DA TRANSPORTADORA SAO IGNORADOS.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            IF OCT-DETALHE
                ADD 1 TO WRK-QTD-LIDOS
                MOVE SPACES TO WRK-MSG-ERRO
                PERFORM 2100-CASAR-OCORRENCIA
                IF WRK-MSG-ERRO = SPACES
                    PERFORM 2200-APLICAR-OCORRENCIA
                ELSE
                    PERFORM 2900-GRAVAR-EXCECAO
                END-IF
            END-IF.
            PERFORM 5010-LER-OCORRENCIA.

      *----------------------------------------------------------------
      * A OCORRENCIA SO VALE PARA PEDIDO QUE ESTA NO EMBARQUE E PARA A
      * TRANSPORTADORA DO EMBARQUE. ENTREGA EXIGE DATA E RECEBEDOR E
      * PEDIDO FATURADO/EM SEPARACAO (OU JA ENTREGUE A MAO); ENTREGA
      * JA COMPROVADA NAO E GRAVADA DE NOVO.
      *----------------------------------------------------------------
       2100-CASAR-OCORRENCIA.
            MOVE OCT-EMBARQUE TO EBI-EMBARQUE.
            MOVE OCT-PEDIDO TO EBI-PEDIDO.
            READ EMBARQUE-ITENS
                INVALID KEY
                    MOVE 'PEDIDO NAO CONSTA DO EMBARQUE'
                        TO WRK-MSG-ERRO
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                MOVE OCT-EMBARQUE TO EMB-NUMERO
                READ EMBARQUES
                    INVALID KEY
                        MOVE 'EMBARQUE NAO ENCONTRADO' TO WRK-MSG-ERRO
                    NOT INVALID KEY
                        IF EMB-TRANSPORTADORA NOT = OCT-TRANSPORTADORA
                            MOVE 'TRANSPORTADORA NAO E A DO EMBARQUE'
                                TO WRK-MSG-ERRO
                        END-IF
                END-READ
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                IF NOT OCT-ENTREGUE AND NOT OCT-RECUSADO
                    AND NOT OCT-NAO-ACHADO AND NOT OCT-DEVOLVIDO
                    MOVE 'OCORRENCIA INVALIDA' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                IF OCT-DATA = ZEROS
                    MOVE 'OCORRENCIA SEM DATA' TO WRK-MSG-ERRO
                END-IF
                IF OCT-ENTREGUE AND OCT-RECEBEDOR = SPACES
                    MOVE 'ENTREGA SEM NOME DO RECEBEDOR'
                        TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                MOVE OCT-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSG-ERRO
                END-READ
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                MOVE 'N' TO WRK-TEM-POD
                MOVE OCT-EMBARQUE TO PDE-EMBARQUE
                MOVE OCT-PEDIDO TO PDE-PEDIDO
                READ POD-ENTREGAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WRK-TEM-POD
                END-READ
                IF TEM-POD AND PDE-ENTREGUE AND OCT-ENTREGUE
                    MOVE 'ENTREGA JA COMPROVADA' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                IF OCT-ENTREGUE
                    AND NOT PEDIDO-FATURADO
                    AND NOT PEDIDO-SEPARACAO
                    AND NOT PEDIDO-ENTREGUE
                    MOVE SPACES TO WRK-MSG-ERRO
                    STRING 'PEDIDO NAO FATURADO - STATUS '
                        DELIMITED SIZE
                        PED-STATUS DELIMITED SIZE
                        INTO WRK-MSG-ERRO
                    END-STRING
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * ENTREGA DE PEDIDO AINDA NAO ENTREGUE BAIXA O ESTOQUE E MUDA O
      * STATUS; PEDIDO JA ENTREGUE A MAO NO PEDMANUT SO GANHA O
      * COMPROVANTE. PEDIDO COM LINHA SERIALIZADA A ENTREGAR NAO MUDA
      * DE STATUS (A ENTREGA TERMINA NA OPCAO 5 DO PEDMANUT, COM A
      * CAPTURA DAS SERIES). AS OUTRAS OCORRENCIAS NAO MEXEM NO PEDIDO
      * - VAO PARA O HISTORICO COM STATUS DE/PARA IGUAIS.
      *----------------------------------------------------------------
       2200-APLICAR-OCORRENCIA.
            MOVE SPACES TO WRK-USUARIO.
            STRING 'TRANSPORTADORA ' DELIMITED SIZE
                OCT-TRANSPORTADORA DELIMITED SIZE
                INTO WRK-USUARIO
            END-STRING.
            MOVE PED-STATUS TO WRK-STATUS-ANTES.
            IF OCT-ENTREGUE
                ADD 1 TO WRK-QTD-ENTREGAS
                MOVE 'N' TO WRK-TEM-SERIE
                IF NOT PEDIDO-ENTREGUE
                    PERFORM 2550-COMPLETAR-LINHAS
                END-IF
                IF NOT PEDIDO-ENTREGUE AND NOT TEM-LINHA-SERIE
                    MOVE PEDIDO-REG TO TCA-ANTES
                    MOVE 'E' TO PED-STATUS
                    REWRITE PEDIDO-REG
                        INVALID KEY
                            MOVE 'ERRO AO GRAVAR PEDIDO'
                                TO WRK-MSG-ERRO
                        NOT INVALID KEY
                            MOVE 'A' TO TCA-OPERACAO
                            PERFORM 8950-CONTROLE-PEDIDO
                    END-REWRITE
                END-IF
            ELSE
                ADD 1 TO WRK-QTD-OUTRAS
            END-IF.
            PERFORM 2400-GRAVAR-HISTORICO.
            PERFORM 2300-GRAVAR-COMPROVANTE.
            IF WRK-MSG-ERRO NOT = SPACES
                PERFORM 2900-GRAVAR-EXCECAO
            END-IF.

      *----------------------------------------------------------------
      * O COMPROVANTE GUARDA A ULTIMA OCORRENCIA - MAS DEPOIS DA
      * ENTREGA ELE NAO E MAIS TROCADO: OCORRENCIA POSTERIOR FICA SO
      * NO HISTORICO.
      *----------------------------------------------------------------
       2300-GRAVAR-COMPROVANTE.
            IF NOT TEM-POD OR NOT PDE-ENTREGUE
                MOVE OCT-EMBARQUE       TO PDE-EMBARQUE
                MOVE OCT-PEDIDO         TO PDE-PEDIDO
                MOVE OCT-TRANSPORTADORA TO PDE-TRANSPORTADORA
                MOVE OCT-OCORRENCIA     TO PDE-OCORRENCIA
                MOVE OCT-DATA           TO PDE-DATA
                MOVE OCT-HORA           TO PDE-HORA
                MOVE OCT-RECEBEDOR      TO PDE-RECEBEDOR
                MOVE OCT-DOCUMENTO      TO PDE-DOCUMENTO
                MOVE WRK-DATA-HOJE      TO PDE-DATA-IMPORT
                IF TEM-POD
                    REWRITE POD-ENTREGA-REG
                        INVALID KEY
                            MOVE 'ERRO AO GRAVAR O COMPROVANTE'
                                TO WRK-MSG-ERRO
                    END-REWRITE
                ELSE
                    WRITE POD-ENTREGA-REG
                        INVALID KEY
                            MOVE 'ERRO AO GRAVAR O COMPROVANTE'
                                TO WRK-MSG-ERRO
                    END-WRITE
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * A DATA/HORA DO HISTORICO E A DA OCORRENCIA NA TRANSPORTADORA,
      * NAO A DA IMPORTACAO - O LEAD-TIME (PEDLEAD) E O OTIF PASSAM A
      * VER O DIA EM QUE O CLIENTE RECEBEU.
      *----------------------------------------------------------------
       2400-GRAVAR-HISTORICO.
            MOVE OCT-DATA         TO PSH-DATA.
            MOVE OCT-HORA         TO PSH-HORA.
            MOVE WRK-USUARIO      TO PSH-USUARIO.
            MOVE PED-NUMERO       TO PSH-PEDIDO.
            MOVE WRK-STATUS-ANTES TO PSH-STATUS-ANTES.
            MOVE PED-STATUS       TO PSH-STATUS-DEPOIS.
            MOVE OCT-OCORRENCIA   TO PSH-OCORRENCIA.
            WRITE PSH-LINHA.

      *----------------------------------------------------------------
      * ENTREGA TOTAL, COMO A OPCAO 5 DO PEDMANUT - COMPLETA A
      * QUANTIDADE ENTREGUE DE TODAS AS LINHAS E BAIXA O QUE AINDA
      * ESTAVA A EMBARCAR.
      *----------------------------------------------------------------
       2550-COMPLETAR-LINHAS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE PED-NUMERO TO ITN-PEDIDO.
            MOVE ZEROS TO ITN-LINHA.
            START PED-ITENS KEY IS NOT LESS THAN ITN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2555-LER-ITEM-ENTREGA
                PERFORM 2560-COMPLETAR-UMA-LINHA UNTIL FIM-ITENS
            END-IF.

       2555-LER-ITEM-ENTREGA.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                AND ITN-PEDIDO NOT = PED-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

      *----------------------------------------------------------------
      * SEM OPERADOR PARA INFORMAR ARMAZEM E LOTE, VALE O QUE A LISTA
      * DE SEPARACAO (PICKLIST) MANDOU SEPARAR: O ARMAZEM DA ALOCACAO
      * DO PRODUTO E OS LOTES EM ORDEM DE VALIDADE (FEFO). O QUE
      * SOBRAR SEM LOTE SAI SEM LOTE. PRODUTO SERIALIZADO NAO TEM
      * COMO CAPTURAR AS SERIES AQUI: A LINHA FICA COM O SALDO A
      * ENTREGAR E VAI PARA A EXCECAO, PARA A BAIXA NO PEDMANUT.
      *----------------------------------------------------------------
       2560-COMPLETAR-UMA-LINHA.
            COMPUTE WRK-QTD-EMBARCADA =
                ITN-QUANTIDADE - ITN-QTD-ENTREGUE.
            IF WRK-QTD-EMBARCADA > ZEROS
                MOVE ITN-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE 'N' TO PRO-SERIALIZADO
                END-READ
                IF PRODUTO-SERIALIZADO
                    PERFORM 2570-LINHA-COM-SERIE
                    MOVE ZEROS TO WRK-QTD-EMBARCADA
                ELSE
                    MOVE ITN-QUANTIDADE TO ITN-QTD-ENTREGUE
                END-IF
            END-IF.
            REWRITE ITEM-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR LINHA ' ITN-LINHA
                        ' DO PEDIDO ' ITN-PEDIDO
            END-REWRITE.
            IF WRK-QTD-EMBARCADA > ZEROS
                PERFORM 2650-ACHAR-ARMAZEM
                MOVE WRK-QTD-EMBARCADA TO WRK-QTD-FALTA
                MOVE 'S' TO WRK-TEM-LOTE
                PERFORM 2700-BAIXAR-UM-LOTE
                    UNTIL WRK-QTD-FALTA = ZEROS
                    OR NOT TEM-LOTE
                IF WRK-QTD-FALTA > ZEROS
                    MOVE SPACES TO WRK-LOTE
                    MOVE WRK-QTD-FALTA TO WRK-QTD-BAIXA
                    PERFORM 2800-BAIXAR-FISICO
                END-IF
            END-IF.
            PERFORM 2555-LER-ITEM-ENTREGA.

       2570-LINHA-COM-SERIE.
            MOVE 'S' TO WRK-TEM-SERIE.
            ADD 1 TO WRK-QTD-SERIE.
            MOVE SPACES TO WRK-MSG-ERRO.
            STRING 'PROD ' DELIMITED SIZE
                ITN-PRODUTO DELIMITED SIZE
                ' ENTREGA COM SERIE - BAIXAR NO PEDMANUT OPCAO 5'
                    DELIMITED SIZE
                INTO WRK-MSG-ERRO
            END-STRING.
            PERFORM 2900-GRAVAR-EXCECAO.
            MOVE SPACES TO WRK-MSG-ERRO.

       2650-ACHAR-ARMAZEM.
            MOVE ZEROS TO WRK-ARMAZEM.
            MOVE 'N' TO WRK-EOF-ARMAZEM.
            MOVE ZEROS TO ARM-CODIGO.
            START ARMAZENS KEY IS NOT LESS THAN ARM-CODIGO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ARMAZEM
            END-START.
            IF NOT FIM-ARMAZENS
                PERFORM 2660-LER-ARMAZEM
                PERFORM 2670-CONFERIR-ALOCACAO
                    UNTIL FIM-ARMAZENS
                    OR WRK-ARMAZEM NOT = ZEROS
            END-IF.

       2660-LER-ARMAZEM.
            READ ARMAZENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ARMAZEM
            END-READ.

       2670-CONFERIR-ALOCACAO.
            IF ARM-CONSIGNACAO
                PERFORM 2660-LER-ARMAZEM
            ELSE
                MOVE ARM-CODIGO TO ALO-ARMAZEM
                MOVE ITN-PRODUTO TO ALO-PRODUTO
                READ ALOCACAO-LIVRO
                    INVALID KEY
                        PERFORM 2660-LER-ARMAZEM
                    NOT INVALID KEY
                        MOVE ARM-CODIGO TO WRK-ARMAZEM
                END-READ
            END-IF.

      *----------------------------------------------------------------
      * A CADA RODADA A VARREDURA DOS LOTES DO PRODUTO ACHA O DE
      * MENOR VALIDADE AINDA COM SALDO E BAIXA DELE O QUE DER.
      *----------------------------------------------------------------
       2700-BAIXAR-UM-LOTE.
            MOVE 'N' TO WRK-TEM-LOTE.
            MOVE 99999999 TO WRK-MELHOR-VALID.
            MOVE SPACES TO WRK-MELHOR-LOTE.
            MOVE ZEROS TO WRK-MELHOR-SALDO.
            MOVE 'N' TO WRK-EOF-LOTES.
            MOVE ITN-PRODUTO TO ELT-PRODUTO.
            MOVE LOW-VALUES TO ELT-LOTE.
            START ESTOQUE-LOTES KEY IS NOT LESS THAN ELT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-LOTES
            END-START.
            IF NOT FIM-LOTES
                PERFORM 2710-LER-LOTE
                PERFORM 2720-AVALIAR-LOTE UNTIL FIM-LOTES
            END-IF.
            IF TEM-LOTE
                IF WRK-MELHOR-SALDO < WRK-QTD-FALTA
                    MOVE WRK-MELHOR-SALDO TO WRK-QTD-BAIXA
                ELSE
                    MOVE WRK-QTD-FALTA TO WRK-QTD-BAIXA
                END-IF
                SUBTRACT WRK-QTD-BAIXA FROM WRK-QTD-FALTA
                MOVE ITN-PRODUTO TO ELT-PRODUTO
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
                PERFORM 2800-BAIXAR-FISICO
            END-IF.

       2710-LER-LOTE.
            READ ESTOQUE-LOTES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-LOTES
            END-READ.
            IF NOT FIM-LOTES
                AND ELT-PRODUTO NOT = ITN-PRODUTO
                MOVE 'S' TO WRK-EOF-LOTES
            END-IF.

       2720-AVALIAR-LOTE.
            IF ELT-SALDO > ZEROS
                AND ELT-VALIDADE < WRK-MELHOR-VALID
                MOVE 'S' TO WRK-TEM-LOTE
                MOVE ELT-VALIDADE TO WRK-MELHOR-VALID
                MOVE ELT-LOTE TO WRK-MELHOR-LOTE
                MOVE ELT-SALDO TO WRK-MELHOR-SALDO
            END-IF.
            PERFORM 2710-LER-LOTE.

      *----------------------------------------------------------------
      * BAIXA FISICA DE WRK-QTD-BAIXA NO LOTE WRK-LOTE, COMO O
      * 2800-BAIXAR-FISICO DO PEDMANUT: SAI DO SALDO EM MAOS, ALIVIA
      * O COMPROMETIDO, SAI DO ARMAZEM E GRAVA O MOVIMENTO DE SAIDA
      * COM O PEDIDO COMO DOCUMENTO.
      *----------------------------------------------------------------
       2800-BAIXAR-FISICO.
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
            SUBTRACT WRK-QTD-BAIXA FROM EST-SALDO.
            SUBTRACT WRK-QTD-BAIXA FROM EST-COMPROMETIDO.
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
                INVALID KEY
                    MOVE WRK-ARMAZEM TO EAR-ARMAZEM
                    MOVE ITN-PRODUTO TO EAR-PRODUTO
                    MOVE ZEROS TO EAR-SALDO
            END-READ.
            SUBTRACT WRK-QTD-BAIXA FROM EAR-SALDO.
            REWRITE ESTOQUE-ARMAZEM-REG
                INVALID KEY
                    WRITE ESTOQUE-ARMAZEM-REG
            END-REWRITE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA      TO MOV-DATA.
            MOVE WRK-DH-HORA      TO MOV-HORA.
            MOVE 'PODIMP'         TO MOV-USUARIO.
            MOVE ITN-PRODUTO      TO MOV-PRODUTO.
            MOVE 'S'              TO MOV-TIPO.
            MOVE WRK-QTD-BAIXA    TO MOV-QUANTIDADE.
            MOVE 'ENTREGA'        TO MOV-ORIGEM.
            MOVE PED-NUMERO       TO MOV-DOCUMENTO.
            MOVE WRK-ARMAZEM      TO MOV-ARMAZEM.
            MOVE WRK-LOTE         TO MOV-LOTE.
            WRITE MOVEST-LINHA.

       2900-GRAVAR-EXCECAO.
            MOVE OCT-EMBARQUE   TO EXCEP-EMBARQUE.
            MOVE OCT-PEDIDO     TO EXCEP-PEDIDO.
            MOVE OCT-OCORRENCIA TO EXCEP-OCORRENCIA.
            MOVE WRK-MSG-ERRO   TO EXCEP-MOTIVO.
            WRITE EXCEP-LINHA.
            ADD 1 TO WRK-QTD-EXCECOES.

       5010-LER-OCORRENCIA.
            READ OCORRENCIAS
                AT END
                    MOVE 'S' TO WRK-EOF-OCORR
            END-READ.

       3000-FINALIZAR.
            CLOSE EMBARQUES.
            CLOSE EMBARQUE-ITENS.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE PED-STATUS-HIST.
            CLOSE ESTOQUE-SALDO.
            CLOSE ESTOQUE-MOVTOS.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE ESTOQUE-LOTES.
            CLOSE ARMAZENS.
            CLOSE ALOCACAO-LIVRO.
            CLOSE POD-ENTREGAS.
            CLOSE POD-EXCECAO.
            CLOSE PRODUTOS-MASTER.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'OCORRENCIAS DE ENTREGA - RESUMO DA EXECUCAO'.
            DISPLAY 'LINHAS LIDAS...........: ' WRK-QTD-LIDOS.
            DISPLAY 'ENTREGAS COMPROVADAS...: ' WRK-QTD-ENTREGAS.
            DISPLAY 'OUTRAS OCORRENCIAS.....: ' WRK-QTD-OUTRAS.
            DISPLAY 'LINHAS EM EXCECAO......: ' WRK-QTD-EXCECOES.
            DISPLAY 'LINHAS COM SERIE.......: ' WRK-QTD-SERIE.
            DISPLAY 'EXCECOES GRAVADAS EM PODEXCEP.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-ENTREGAS + WRK-QTD-OUTRAS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'PODIMP' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'PODIMP' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM PODIMP.
