      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: VIRADA ANUAL DOS LOGS DE MOVIMENTO (CTAMOV.TXT E
      *          ESTMOV.TXT) - AS LINHAS ATE O FIM DO ANO INFORMADO
      *          VAO PARA OS ARQUIVOS DATADOS CTAMOV.AAAA E
      *          ESTMOV.AAAA, E O ARQUIVO CORRENTE RECOMECA COM UMA
      *          LINHA DE ABERTURA POR CLIENTE (SALDO DO CLICONTA) E
      *          POR PRODUTO/ARMAZEM (SALDO DO ESTARMZ; A DIFERENCA
      *          PARA O ESTOQUE VAI NO ARMAZEM 00), SEGUIDA DAS LINHAS
      *          JA LANCADAS NO ANO NOVO. O SALDO DE ABERTURA E O SALDO
      *          DO MESTRE MENOS O MOVIMENTO POSTERIOR AO FIM DO ANO.
      *          MESMAS FASES DO FECHAMENTO ANUAL (CLIYEAR), COM PONTO
      *          DE RETOMADA EM CLICKPT (CHAVE 'MV'): 1 - SEPARAR E
      *          MONTAR OS ARQUIVOS NOVOS (.NOV), SEM TOCAR NOS
      *          CORRENTES; 2 - VERIFICAR (AS ABERTURAS TEM QUE BATER
      *          COM OS SALDOS DE FECHAMENTO, E DATADO + POSTERIOR =
      *          LIDO EM LINHAS E VALOR, SENAO A VIRADA E RECUSADA E
      *          OS DATADOS SAO ESVAZIADOS); 3 - SUBSTITUIR OS
      *          CORRENTES PELOS .NOV. QUEM PRECISA DE HISTORICO MAIS
      *          ANTIGO LE OS DATADOS ANTES DO CORRENTE, COMO O
      *          CLIHISTQ FAZ COM O RAZAO. RELATORIO EM MOVYEAR.TXT;
      *          RECUSA TERMINA COM RC 8, SALDO DO LOG DIFERENTE DO
      *          MESTRE (SO INFORMATIVO) COM RC 4. RODA SOB DEMANDA,
      *          FORA DO HORARIO DAS TRANSACOES.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT gravada com a empresa 01 em
      *                 CTM-EMPRESA (movimento sem titulo de filial).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVYEAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-MOVTOS ASSIGN TO WRK-NOME-CTAMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTAMOV.
           SELECT CTA-SAIDA ASSIGN TO WRK-NOME-CTASAI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTASAI.
           SELECT CTA-POSTERIOR ASSIGN TO 'CTAMOV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTAPOS.
           SELECT ESTOQUE-MOVTOS ASSIGN TO WRK-NOME-ESTMOV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTMOV.
           SELECT EST-SAIDA ASSIGN TO WRK-NOME-ESTSAI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTSAI.
           SELECT EST-POSTERIOR ASSIGN TO 'ESTMOV.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTPOS.
           SELECT CLI-CONTA ASSIGN TO 'CLICONTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CLIENTE
               FILE STATUS IS WRK-FS-CONTA.
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
           SELECT ACUMULADOS ASSIGN TO 'MOVACUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WRK-FS-ACUM.
           SELECT CLI-CHECKPOINT ASSIGN TO 'CLICKPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKP-CHAVE
               FILE STATUS IS WRK-FS-CKPT.
           SELECT REL-VIRADA ASSIGN TO 'MOVYEAR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY CTAMREG.
       FD  CTA-SAIDA
           LABEL RECORD IS STANDARD.
       01 CTS-LINHA                 PIC X(100).
       FD  CTA-POSTERIOR
           LABEL RECORD IS STANDARD.
       01 CTP-LINHA                 PIC X(100).
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  EST-SAIDA
           LABEL RECORD IS STANDARD.
       01 ESS-LINHA                 PIC X(100).
       FD  EST-POSTERIOR
           LABEL RECORD IS STANDARD.
       01 ESP-LINHA                 PIC X(100).
       FD  CLI-CONTA
           LABEL RECORD IS STANDARD.
       01 CONTA-REG.
           05 CTA-CLIENTE      PIC 9(06).
           05 CTA-SALDO        PIC S9(09)V99.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
      *----------------------------------------------------------------
      * ARQUIVO DE TRABALHO - ACM-TIPO 'C' CLIENTE (MOVIMENTO
      * POSTERIOR E ULTIMO SALDO DO LOG ATE O FIM DO ANO), 'P'
      * PRODUTO E 'A' ARMAZEM+PRODUTO (MOVIMENTO POSTERIOR), 'S' SOMA
      * DAS ABERTURAS POR ARMAZEM DO PRODUTO, 'V' SOMA DAS ABERTURAS
      * DO PRODUTO RELIDAS NA VERIFICACAO.
      *----------------------------------------------------------------
       FD  ACUMULADOS
           LABEL RECORD IS STANDARD.
       01 ACUMULADO-REG.
           05 ACM-CHAVE.
               10 ACM-TIPO          PIC X(01).
               10 ACM-CODIGO        PIC 9(08).
               10 ACM-CODIGO-ED REDEFINES ACM-CODIGO.
                   15 ACM-ARMAZEM   PIC 9(02).
                   15 ACM-PRODUTO   PIC 9(06).
           05 ACM-VALOR             PIC S9(11)V99.
           05 ACM-SALDO-LOG         PIC S9(11)V99.
           05 ACM-MARCA             PIC X(01).
       FD  CLI-CHECKPOINT
           LABEL RECORD IS STANDARD.
       01 CKP-REG.
           05 CKP-CHAVE            PIC X(02).
           05 CKP-ULTIMO-LIDO      PIC 9(06).
       FD  REL-VIRADA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CTAMOV    PIC X(02) VALUE '00'.
       77 WRK-FS-CTASAI    PIC X(02) VALUE '00'.
       77 WRK-FS-CTAPOS    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTMOV    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTSAI    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTPOS    PIC X(02) VALUE '00'.
       77 WRK-FS-CONTA     PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-ACUM      PIC X(02) VALUE '00'.
       77 WRK-FS-CKPT      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-CTA      PIC X(01) VALUE 'N'.
           88 FIM-CTA      VALUE 'S'.
       77 WRK-EOF-EST      PIC X(01) VALUE 'N'.
           88 FIM-EST      VALUE 'S'.
       77 WRK-EOF-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE   VALUE 'S'.
       77 WRK-RECUSA       PIC X(01) VALUE 'N'.
           88 VIRADA-RECUSADA VALUE 'S'.
       77 WRK-REL-ABERTO   PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       77 WRK-EXISTE       PIC X(01) VALUE 'N'.
           88 DATADO-EXISTE VALUE 'S'.
       77 WRK-MOTIVO       PIC X(60) VALUE SPACES.
       77 WRK-ANO-FECHAR   PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-CTAMOV  PIC X(14) VALUE 'CTAMOV.TXT'.
       77 WRK-NOME-CTASAI  PIC X(14) VALUE SPACES.
       77 WRK-NOME-CTADAT  PIC X(14) VALUE SPACES.
       77 WRK-NOME-ESTMOV  PIC X(14) VALUE 'ESTMOV.TXT'.
       77 WRK-NOME-ESTSAI  PIC X(14) VALUE SPACES.
       77 WRK-NOME-ESTDAT  PIC X(14) VALUE SPACES.
       77 WRK-FASE-RETOMADA PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-ABERTURA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-LINHA    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-PRODUTO  PIC S9(11) VALUE ZEROS.
       77 WRK-ARMAZEM        PIC 9(02) VALUE ZEROS.
       77 WRK-PRODUTO        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ABERT-POST PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AJUSTE-POST PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIVERGE-LOG PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-VLR-ED       PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED     PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ESPERADO-ED  PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ROTULO       PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------
      * TOTAIS POR LOG - SUBSCRITO 1 CTAMOV (VALOR), 2 ESTMOV
      * (QUANTIDADE).
      *----------------------------------------------------------------
       77 WRK-IDX          PIC 9(01) VALUE ZEROS.
       01 WRK-TOTAIS.
           05 WRK-TOT OCCURS 2 TIMES.
               10 WRK-QTD-LIDAS        PIC 9(09).
               10 WRK-VLR-LIDAS        PIC S9(13)V99.
               10 WRK-QTD-DATADAS      PIC 9(09).
               10 WRK-VLR-DATADAS      PIC S9(13)V99.
               10 WRK-QTD-POSTERIORES  PIC 9(09).
               10 WRK-VLR-POSTERIORES  PIC S9(13)V99.
               10 WRK-QTD-ABERTURAS    PIC 9(09).
               10 WRK-QTD-REL-DATADAS  PIC 9(09).
               10 WRK-VLR-REL-DATADAS  PIC S9(13)V99.
               10 WRK-QTD-REL-POST     PIC 9(09).
               10 WRK-VLR-REL-POST     PIC S9(13)V99.
               10 WRK-QTD-REL-ABERT    PIC 9(09).
               10 WRK-QTD-DIVERGENTES  PIC 9(09).
       01 WRK-DATA-MOV-GRP.
           05 WRK-DATA-MOV     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-MOV-ED REDEFINES WRK-DATA-MOV.
               10 WRK-MOV-ANO   PIC 9(04).
               10 WRK-MOV-MES   PIC 9(02).
               10 WRK-MOV-DIA   PIC 9(02).
       01 WRK-DATA-ABERTURA-GRP.
           05 WRK-DATA-ABERTURA PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-ABERTURA-ED REDEFINES WRK-DATA-ABERTURA.
               10 WRK-ABE-ANO   PIC 9(04).
               10 WRK-ABE-MES   PIC 9(02).
               10 WRK-ABE-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY REPORTHD.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            EVALUATE TRUE
                WHEN VIRADA-RECUSADA
                    CONTINUE
                WHEN WRK-FASE-RETOMADA = 3
      *----------------------------------------------------------------
      * A EXECUCAO ANTERIOR JA TINHA PASSADO NA VERIFICACAO E CAIU
      * DURANTE A SUBSTITUICAO - OS .NOV ESTAO INTEIROS, ENTAO SO A
      * COPIA POR CIMA DOS CORRENTES E REFEITA.
      *----------------------------------------------------------------
                    DISPLAY 'RETOMANDO DIRETO NA FASE DE SUBSTITUICAO'
                    PERFORM 5000-SUBSTITUIR
                WHEN OTHER
                    PERFORM 2000-SEPARAR
                    IF NOT VIRADA-RECUSADA
                        PERFORM 2500-MONTAR-NOVOS
                        PERFORM 4000-VERIFICAR
                    END-IF
                    IF VIRADA-RECUSADA
                        PERFORM 4900-DESFAZER
                    ELSE
                        PERFORM 5000-SUBSTITUIR
                    END-IF
            END-EVALUATE.
            PERFORM 3000-RELATORIO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * ANO A FECHAR VEM DO SYSIN; ZEROS SIGNIFICA O ANO ANTERIOR AO
      * DA EXECUCAO, O CASO NORMAL DE JANEIRO. O ANO CORRENTE NAO
      * PODE SER FECHADO, E UM ANO CUJO ARQUIVO DATADO JA TEM LINHAS
      * SO E REPROCESSADO COM PONTO DE RETOMADA PENDENTE.
      *----------------------------------------------------------------
       1000-INICIAR.
            DISPLAY 'VIRADA ANUAL DOS LOGS DE MOVIMENTO'.
            DISPLAY 'ANO A FECHAR (AAAA)......................... '.
            ACCEPT WRK-ANO-FECHAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-ANO-FECHAR = ZEROS
                COMPUTE WRK-ANO-FECHAR = WRK-HOJE-ANO - 1
            END-IF.
            MOVE WRK-ANO-FECHAR TO WRK-ABE-ANO.
            MOVE 12 TO WRK-ABE-MES.
            MOVE 31 TO WRK-ABE-DIA.
            INITIALIZE WRK-TOTAIS.
            STRING 'CTAMOV.' DELIMITED SIZE
                WRK-ANO-FECHAR DELIMITED SIZE
                INTO WRK-NOME-CTADAT
            END-STRING.
            STRING 'ESTMOV.' DELIMITED SIZE
                WRK-ANO-FECHAR DELIMITED SIZE
                INTO WRK-NOME-ESTDAT
            END-STRING.
            OPEN I-O CLI-CHECKPOINT.
            IF WRK-FS-CKPT = '35'
                CLOSE CLI-CHECKPOINT
                OPEN OUTPUT CLI-CHECKPOINT
                CLOSE CLI-CHECKPOINT
                OPEN I-O CLI-CHECKPOINT
            END-IF.
            MOVE 'MV' TO CKP-CHAVE.
            READ CLI-CHECKPOINT
                INVALID KEY
                    MOVE ZEROS TO CKP-ULTIMO-LIDO
            END-READ.
            IF CKP-ULTIMO-LIDO > ZEROS
                MOVE CKP-ULTIMO-LIDO TO WRK-FASE-RETOMADA
                DISPLAY 'EXECUCAO ANTERIOR NAO TERMINOU (FASE '
                    WRK-FASE-RETOMADA ')'
            END-IF.
            IF WRK-ANO-FECHAR NOT < WRK-HOJE-ANO
                MOVE 'S' TO WRK-RECUSA
                MOVE 'O ANO A FECHAR AINDA NAO TERMINOU' TO WRK-MOTIVO
            END-IF.
            IF NOT VIRADA-RECUSADA
                AND WRK-FASE-RETOMADA = ZEROS
                PERFORM 1100-TESTAR-DATADOS
            END-IF.

       1100-TESTAR-DATADOS.
            MOVE 'N' TO WRK-EXISTE.
            MOVE WRK-NOME-CTADAT TO WRK-NOME-CTAMOV.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-CTAMOV = '00'
                READ CONTA-MOVTOS
                    NOT AT END
                        MOVE 'S' TO WRK-EXISTE
                END-READ
                CLOSE CONTA-MOVTOS
            END-IF.
            MOVE WRK-NOME-ESTDAT TO WRK-NOME-ESTMOV.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-ESTMOV = '00'
                READ ESTOQUE-MOVTOS
                    NOT AT END
                        MOVE 'S' TO WRK-EXISTE
                END-READ
                CLOSE ESTOQUE-MOVTOS
            END-IF.
            IF DATADO-EXISTE
                MOVE 'S' TO WRK-RECUSA
                MOVE 'ANO JA FECHADO - ARQUIVO DATADO JA EXISTE'
                    TO WRK-MOTIVO
            END-IF.

      *----------------------------------------------------------------
      * FASE 1 - SEPARAR: LINHA COM DATA ATE O FIM DO ANO VAI PARA O
      * ARQUIVO DATADO (GRAVADO DO ZERO A CADA EXECUCAO, ENTAO O
      * RERUN NAO DUPLICA); AS POSTERIORES VAO PARA O .TMP E O
      * MOVIMENTO DELAS E SOMADO POR CLIENTE, PRODUTO E ARMAZEM PARA
      * TIRAR DO SALDO ATUAL DO MESTRE. O AJUSTE DE ESTOQUE GRAVA
      * SO A DIFERENCA SEM SINAL, ENTAO UM AJUSTE POSTERIOR AO FIM DO
      * ANO NAO DEIXA CALCULAR A ABERTURA E RECUSA A VIRADA - ELA TEM
      * QUE RODAR ANTES DO PRIMEIRO INVENTARIO DO ANO NOVO. NESTA
      * FASE OS ARQUIVOS CORRENTES NAO SAO TOCADOS.
      *----------------------------------------------------------------
       2000-SEPARAR.
            MOVE 'MV' TO CKP-CHAVE.
            MOVE 1 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            OPEN OUTPUT ACUMULADOS.
            CLOSE ACUMULADOS.
            OPEN I-O ACUMULADOS.
            MOVE 'CTAMOV.TXT' TO WRK-NOME-CTAMOV.
            MOVE WRK-NOME-CTADAT TO WRK-NOME-CTASAI.
            MOVE 'N' TO WRK-EOF-CTA.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-CTAMOV NOT = '00'
                MOVE 'S' TO WRK-EOF-CTA
            END-IF.
            OPEN OUTPUT CTA-SAIDA.
            OPEN OUTPUT CTA-POSTERIOR.
            IF NOT FIM-CTA
                PERFORM 2010-LER-CTAMOV
                PERFORM 2020-SEPARAR-CTAMOV UNTIL FIM-CTA
                CLOSE CONTA-MOVTOS
            END-IF.
            CLOSE CTA-SAIDA.
            CLOSE CTA-POSTERIOR.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-ESTMOV.
            MOVE WRK-NOME-ESTDAT TO WRK-NOME-ESTSAI.
            MOVE 'N' TO WRK-EOF-EST.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-ESTMOV NOT = '00'
                MOVE 'S' TO WRK-EOF-EST
            END-IF.
            OPEN OUTPUT EST-SAIDA.
            OPEN OUTPUT EST-POSTERIOR.
            IF NOT FIM-EST
                PERFORM 2110-LER-ESTMOV
                PERFORM 2120-SEPARAR-ESTMOV UNTIL FIM-EST
                CLOSE ESTOQUE-MOVTOS
            END-IF.
            CLOSE EST-SAIDA.
            CLOSE EST-POSTERIOR.
            IF WRK-QTD-AJUSTE-POST > ZEROS
                MOVE 'S' TO WRK-RECUSA
                MOVE 'AJUSTE DE ESTOQUE POSTERIOR AO FIM DO ANO'
                    TO WRK-MOTIVO
            END-IF.
            IF WRK-QTD-ABERT-POST > ZEROS
                MOVE 'S' TO WRK-RECUSA
                MOVE 'O LOG CORRENTE JA TEM ABERTURA DE ANO POSTERIOR'
                    TO WRK-MOTIVO
            END-IF.
            IF VIRADA-RECUSADA
                CLOSE ACUMULADOS
            END-IF.

       2010-LER-CTAMOV.
            READ CONTA-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-CTA
            END-READ.

       2020-SEPARAR-CTAMOV.
            ADD 1 TO WRK-QTD-LIDAS (1).
            ADD CTM-VALOR TO WRK-VLR-LIDAS (1).
            MOVE CTM-DATA TO WRK-DATA-MOV.
            IF WRK-MOV-ANO NOT > WRK-ANO-FECHAR
                MOVE CTAMOV-LINHA TO CTS-LINHA
                WRITE CTS-LINHA
                ADD 1 TO WRK-QTD-DATADAS (1)
                ADD CTM-VALOR TO WRK-VLR-DATADAS (1)
                PERFORM 2030-GUARDAR-SALDO-LOG
            ELSE
                MOVE CTAMOV-LINHA TO CTP-LINHA
                WRITE CTP-LINHA
                ADD 1 TO WRK-QTD-POSTERIORES (1)
                ADD CTM-VALOR TO WRK-VLR-POSTERIORES (1)
                PERFORM 2040-SOMAR-POSTERIOR-CTA
            END-IF.
            PERFORM 2010-LER-CTAMOV.

      *----------------------------------------------------------------
      * O SALDO RESULTANTE DA ULTIMA LINHA DO CLIENTE ATE O FIM DO ANO
      * E O SALDO DE FECHAMENTO SEGUNDO O LOG - SO PARA CONFRONTO NO
      * RELATORIO. AS LINHAS DA CONCILIACAO DA ADQUIRENTE DE CARTAO
      * NAO MEXEM NO SALDO DA CONTA CORRENTE (SINAL EM BRANCO).
      *----------------------------------------------------------------
       2030-GUARDAR-SALDO-LOG.
            IF CTM-SALDO-SINAL = '+' OR CTM-SALDO-SINAL = '-'
                MOVE 'C' TO ACM-TIPO
                MOVE CTM-CLIENTE TO ACM-CODIGO
                PERFORM 8000-LER-ACUMULADO
                IF CTM-SALDO-SINAL = '-'
                    COMPUTE ACM-SALDO-LOG = ZEROS - CTM-SALDO
                ELSE
                    MOVE CTM-SALDO TO ACM-SALDO-LOG
                END-IF
                MOVE 'S' TO ACM-MARCA
                PERFORM 8100-GRAVAR-ACUMULADO
            END-IF.

       2040-SOMAR-POSTERIOR-CTA.
            IF CTM-ABERTURA
                ADD 1 TO WRK-QTD-ABERT-POST
            ELSE
                IF CTM-ORIGEM NOT = 'CARTAO'
                    AND CTM-ORIGEM NOT = 'TAXACARTAO'
                    AND CTM-ORIGEM NOT = 'CHARGEBACK'
                    MOVE 'C' TO ACM-TIPO
                    MOVE CTM-CLIENTE TO ACM-CODIGO
                    PERFORM 8000-LER-ACUMULADO
                    IF CTM-CREDITO
                        ADD CTM-VALOR TO ACM-VALOR
                    ELSE
                        SUBTRACT CTM-VALOR FROM ACM-VALOR
                    END-IF
                    PERFORM 8100-GRAVAR-ACUMULADO
                END-IF
            END-IF.

       2110-LER-ESTMOV.
            READ ESTOQUE-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-EST
            END-READ.

       2120-SEPARAR-ESTMOV.
            ADD 1 TO WRK-QTD-LIDAS (2).
            ADD MOV-QUANTIDADE TO WRK-VLR-LIDAS (2).
            MOVE MOV-DATA TO WRK-DATA-MOV.
            IF WRK-MOV-ANO NOT > WRK-ANO-FECHAR
                MOVE MOVEST-ABERTURA TO ESS-LINHA
                WRITE ESS-LINHA
                ADD 1 TO WRK-QTD-DATADAS (2)
                ADD MOV-QUANTIDADE TO WRK-VLR-DATADAS (2)
            ELSE
                MOVE MOVEST-ABERTURA TO ESP-LINHA
                WRITE ESP-LINHA
                ADD 1 TO WRK-QTD-POSTERIORES (2)
                ADD MOV-QUANTIDADE TO WRK-VLR-POSTERIORES (2)
                PERFORM 2140-SOMAR-POSTERIOR-EST
            END-IF.
            PERFORM 2110-LER-ESTMOV.

       2140-SOMAR-POSTERIOR-EST.
            EVALUATE TRUE
                WHEN MOV-ABERTURA
                    ADD 1 TO WRK-QTD-ABERT-POST
                WHEN MOV-AJUSTE
                    ADD 1 TO WRK-QTD-AJUSTE-POST
                    DISPLAY 'AJUSTE POSTERIOR: PRODUTO ' MOV-PRODUTO
                        ' DATA ' MOV-DATA ' ORIGEM ' MOV-ORIGEM
                WHEN MOV-ENTRADA OR MOV-SAIDA
                    MOVE 'P' TO ACM-TIPO
                    MOVE MOV-PRODUTO TO ACM-CODIGO
                    PERFORM 2150-SOMAR-QUANTIDADE
                    MOVE 'A' TO ACM-TIPO
                    MOVE MOV-ARMAZEM TO ACM-ARMAZEM
                    MOVE MOV-PRODUTO TO ACM-PRODUTO
                    PERFORM 2150-SOMAR-QUANTIDADE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       2150-SOMAR-QUANTIDADE.
            PERFORM 8000-LER-ACUMULADO.
            IF MOV-ENTRADA
                ADD MOV-QUANTIDADE TO ACM-VALOR
            ELSE
                SUBTRACT MOV-QUANTIDADE FROM ACM-VALOR
            END-IF.
            PERFORM 8100-GRAVAR-ACUMULADO.

      *----------------------------------------------------------------
      * MONTA CTAMOV.NOV E ESTMOV.NOV: AS LINHAS DE ABERTURA (DATA
      * 31/12 DO ANO FECHADO, HORA 235959, ORIGEM ABERTURA, ANO NO
      * DOCUMENTO) E DEPOIS AS LINHAS POSTERIORES, NA ORDEM EM QUE
      * FORAM LANCADAS. ABERTURA = SALDO ATUAL DO MESTRE MENOS O
      * MOVIMENTO POSTERIOR. NO ESTOQUE SAI UMA LINHA POR REGISTRO DO
      * ESTARMZ E, NO ARMAZEM 00, A PARTE DO SALDO DO ESTOQUE QUE NAO
      * ESTA EM NENHUM ARMAZEM (OU O SALDO TODO DO PRODUTO SEM
      * ARMAZEM).
      *----------------------------------------------------------------
       2500-MONTAR-NOVOS.
            MOVE 'CTAMOV.NOV' TO WRK-NOME-CTAMOV.
            OPEN OUTPUT CONTA-MOVTOS.
            OPEN INPUT CLI-CONTA.
            IF WRK-FS-CONTA = '00'
                MOVE 'N' TO WRK-EOF-MESTRE
                MOVE ZEROS TO CTA-CLIENTE
                START CLI-CONTA KEY IS NOT LESS THAN CTA-CLIENTE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-MESTRE
                END-START
                PERFORM 2510-LER-CONTA
                PERFORM 2520-ABRIR-CLIENTE UNTIL FIM-MESTRE
                CLOSE CLI-CONTA
            END-IF.
            MOVE 'N' TO WRK-EOF-CTA.
            OPEN INPUT CTA-POSTERIOR.
            IF WRK-FS-CTAPOS = '00'
                PERFORM 2530-LER-POSTERIOR-CTA
                PERFORM 2540-COPIAR-POSTERIOR-CTA UNTIL FIM-CTA
                CLOSE CTA-POSTERIOR
            END-IF.
            CLOSE CONTA-MOVTOS.
            MOVE 'ESTMOV.NOV' TO WRK-NOME-ESTMOV.
            OPEN OUTPUT ESTOQUE-MOVTOS.
            OPEN INPUT ESTOQUE-ARMAZEM.
            IF WRK-FS-ESTARMZ = '00'
                MOVE 'N' TO WRK-EOF-MESTRE
                MOVE ZEROS TO EAR-ARMAZEM
                MOVE ZEROS TO EAR-PRODUTO
                START ESTOQUE-ARMAZEM KEY IS NOT LESS THAN EAR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-MESTRE
                END-START
                PERFORM 2550-LER-ARMAZEM
                PERFORM 2560-ABRIR-ARMAZEM UNTIL FIM-MESTRE
                CLOSE ESTOQUE-ARMAZEM
            END-IF.
            OPEN INPUT ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '00'
                MOVE 'N' TO WRK-EOF-MESTRE
                MOVE ZEROS TO EST-PRODUTO
                START ESTOQUE-SALDO KEY IS NOT LESS THAN EST-PRODUTO
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-MESTRE
                END-START
                PERFORM 2570-LER-ESTOQUE
                PERFORM 2580-ABRIR-PRODUTO UNTIL FIM-MESTRE
                CLOSE ESTOQUE-SALDO
            END-IF.
            MOVE 'N' TO WRK-EOF-EST.
            OPEN INPUT EST-POSTERIOR.
            IF WRK-FS-ESTPOS = '00'
                PERFORM 2590-LER-POSTERIOR-EST
                PERFORM 2600-COPIAR-POSTERIOR-EST UNTIL FIM-EST
                CLOSE EST-POSTERIOR
            END-IF.
            CLOSE ESTOQUE-MOVTOS.

       2510-LER-CONTA.
            IF NOT FIM-MESTRE
                READ CLI-CONTA NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-MESTRE
                END-READ
            END-IF.

       2520-ABRIR-CLIENTE.
            MOVE 'C' TO ACM-TIPO.
            MOVE CTA-CLIENTE TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            COMPUTE WRK-SALDO-ABERTURA = CTA-SALDO - ACM-VALOR.
            MOVE SPACES TO CTAMOV-LINHA.
            MOVE WRK-DATA-ABERTURA TO CTM-DATA.
            MOVE 235959 TO CTM-HORA.
            MOVE 'MOVYEAR' TO CTM-USUARIO.
            MOVE CTA-CLIENTE TO CTM-CLIENTE.
            MOVE 'A' TO CTM-TIPO.
            MOVE ZEROS TO CTM-VALOR.
            IF WRK-SALDO-ABERTURA < ZEROS
                MOVE '-' TO CTM-SALDO-SINAL
                COMPUTE CTM-SALDO = ZEROS - WRK-SALDO-ABERTURA
            ELSE
                MOVE '+' TO CTM-SALDO-SINAL
                MOVE WRK-SALDO-ABERTURA TO CTM-SALDO
            END-IF.
            MOVE 'ABERTURA' TO CTM-ORIGEM.
            MOVE WRK-ANO-FECHAR TO CTM-DOCUMENTO.
            MOVE SPACE TO CTM-FORMA.
            MOVE '01' TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.
            ADD 1 TO WRK-QTD-ABERTURAS (1).
            PERFORM 2510-LER-CONTA.

       2530-LER-POSTERIOR-CTA.
            READ CTA-POSTERIOR
                AT END
                    MOVE 'S' TO WRK-EOF-CTA
            END-READ.

       2540-COPIAR-POSTERIOR-CTA.
            MOVE CTP-LINHA TO CTAMOV-LINHA.
            WRITE CTAMOV-LINHA.
            PERFORM 2530-LER-POSTERIOR-CTA.

       2550-LER-ARMAZEM.
            IF NOT FIM-MESTRE
                READ ESTOQUE-ARMAZEM NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-MESTRE
                END-READ
            END-IF.

       2560-ABRIR-ARMAZEM.
            MOVE 'A' TO ACM-TIPO.
            MOVE EAR-ARMAZEM TO ACM-ARMAZEM.
            MOVE EAR-PRODUTO TO ACM-PRODUTO.
            PERFORM 8000-LER-ACUMULADO.
            COMPUTE WRK-SALDO-ABERTURA = EAR-SALDO - ACM-VALOR.
            MOVE EAR-ARMAZEM TO WRK-ARMAZEM.
            MOVE EAR-PRODUTO TO WRK-PRODUTO.
            PERFORM 2610-GRAVAR-ABERTURA-EST.
            MOVE 'S' TO ACM-TIPO.
            MOVE EAR-PRODUTO TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            ADD WRK-SALDO-ABERTURA TO ACM-VALOR.
            MOVE 'S' TO ACM-MARCA.
            PERFORM 8100-GRAVAR-ACUMULADO.
            PERFORM 2550-LER-ARMAZEM.

       2570-LER-ESTOQUE.
            IF NOT FIM-MESTRE
                READ ESTOQUE-SALDO NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-MESTRE
                END-READ
            END-IF.

       2580-ABRIR-PRODUTO.
            MOVE 'P' TO ACM-TIPO.
            MOVE EST-PRODUTO TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            COMPUTE WRK-SALDO-PRODUTO = EST-SALDO - ACM-VALOR.
            MOVE 'S' TO ACM-TIPO.
            MOVE EST-PRODUTO TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            COMPUTE WRK-SALDO-ABERTURA = WRK-SALDO-PRODUTO - ACM-VALOR.
            IF WRK-SALDO-ABERTURA NOT = ZEROS
                OR ACM-MARCA NOT = 'S'
                MOVE ZEROS TO WRK-ARMAZEM
                MOVE EST-PRODUTO TO WRK-PRODUTO
                PERFORM 2610-GRAVAR-ABERTURA-EST
            END-IF.
            PERFORM 2570-LER-ESTOQUE.

       2590-LER-POSTERIOR-EST.
            READ EST-POSTERIOR
                AT END
                    MOVE 'S' TO WRK-EOF-EST
            END-READ.

       2600-COPIAR-POSTERIOR-EST.
            MOVE ESP-LINHA TO MOVEST-ABERTURA.
            WRITE MOVEST-ABERTURA.
            PERFORM 2590-LER-POSTERIOR-EST.

      *----------------------------------------------------------------
      * ARMAZEM E PRODUTO VEM EM WRK-ARMAZEM/WRK-PRODUTO E O SALDO EM
      * WRK-SALDO-ABERTURA.
      *----------------------------------------------------------------
       2610-GRAVAR-ABERTURA-EST.
            MOVE SPACES TO MOVEST-ABERTURA.
            MOVE WRK-DATA-ABERTURA TO MOV-DATA.
            MOVE 235959 TO MOV-HORA.
            MOVE 'MOVYEAR' TO MOV-USUARIO.
            MOVE WRK-PRODUTO TO MOV-PRODUTO.
            MOVE 'I' TO MOV-TIPO.
            MOVE ZEROS TO MOV-QUANTIDADE.
            MOVE 'ABERTURA' TO MOV-ORIGEM.
            MOVE WRK-ANO-FECHAR TO MOV-DOCUMENTO.
            MOVE WRK-ARMAZEM TO MOV-ARMAZEM.
            MOVE SPACES TO MOV-LOTE.
            IF WRK-SALDO-ABERTURA < ZEROS
                MOVE '-' TO MOV-SALDO-SINAL
                COMPUTE MOV-SALDO = ZEROS - WRK-SALDO-ABERTURA
            ELSE
                MOVE '+' TO MOV-SALDO-SINAL
                MOVE WRK-SALDO-ABERTURA TO MOV-SALDO
            END-IF.
            WRITE MOVEST-ABERTURA.
            ADD 1 TO WRK-QTD-ABERTURAS (2).

      *----------------------------------------------------------------
      * FASE 2 - VERIFICAR: RELE O ARQUIVO DATADO E O .NOV. LINHAS E
      * VALOR (QUANTIDADE NO ESTOQUE) DO DATADO E DAS POSTERIORES TEM
      * QUE SER OS SEPARADOS NA FASE 1 E SOMAR O LIDO DO CORRENTE;
      * CADA ABERTURA RELIDA TEM QUE SER O SALDO DO MESTRE MENOS O
      * MOVIMENTO POSTERIOR (CLIENTE A CLIENTE, ARMAZEM A ARMAZEM, E
      * A SOMA DO PRODUTO CONTRA O ESTOQUE), E TEM QUE HAVER UMA
      * ABERTURA POR REGISTRO DO MESTRE. QUALQUER DIFERENCA RECUSA.
      * O SALDO QUE O PROPRIO LOG DAVA NO FIM DO ANO, QUANDO DIFERE
      * DA ABERTURA, SO VAI PARA O RELATORIO (RC 4).
      *----------------------------------------------------------------
       4000-VERIFICAR.
            MOVE 'MV' TO CKP-CHAVE.
            MOVE 2 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            PERFORM 3900-ABRIR-RELATORIO.
            OPEN INPUT CLI-CONTA.
            MOVE WRK-NOME-CTADAT TO WRK-NOME-CTAMOV.
            MOVE 'N' TO WRK-EOF-CTA.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-CTAMOV = '00'
                PERFORM 2010-LER-CTAMOV
                PERFORM 4010-CONTAR-DATADO-CTA UNTIL FIM-CTA
                CLOSE CONTA-MOVTOS
            END-IF.
            MOVE 'CTAMOV.NOV' TO WRK-NOME-CTAMOV.
            MOVE 'N' TO WRK-EOF-CTA.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-CTAMOV = '00'
                PERFORM 2010-LER-CTAMOV
                PERFORM 4020-CONFERIR-NOVO-CTA UNTIL FIM-CTA
                CLOSE CONTA-MOVTOS
            END-IF.
            CLOSE CLI-CONTA.
            OPEN INPUT ESTOQUE-ARMAZEM.
            MOVE WRK-NOME-ESTDAT TO WRK-NOME-ESTMOV.
            MOVE 'N' TO WRK-EOF-EST.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-ESTMOV = '00'
                PERFORM 2110-LER-ESTMOV
                PERFORM 4110-CONTAR-DATADO-EST UNTIL FIM-EST
                CLOSE ESTOQUE-MOVTOS
            END-IF.
            MOVE 'ESTMOV.NOV' TO WRK-NOME-ESTMOV.
            MOVE 'N' TO WRK-EOF-EST.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-ESTMOV = '00'
                PERFORM 2110-LER-ESTMOV
                PERFORM 4120-CONFERIR-NOVO-EST UNTIL FIM-EST
                CLOSE ESTOQUE-MOVTOS
            END-IF.
            CLOSE ESTOQUE-ARMAZEM.
            OPEN INPUT ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '00'
                MOVE 'N' TO WRK-EOF-MESTRE
                MOVE ZEROS TO EST-PRODUTO
                START ESTOQUE-SALDO KEY IS NOT LESS THAN EST-PRODUTO
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-MESTRE
                END-START
                PERFORM 2570-LER-ESTOQUE
                PERFORM 4140-CONFERIR-PRODUTO UNTIL FIM-MESTRE
                CLOSE ESTOQUE-SALDO
            END-IF.
            CLOSE ACUMULADOS.
            PERFORM 4200-CONFRONTAR-TOTAIS
                VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 2.

       4010-CONTAR-DATADO-CTA.
            ADD 1 TO WRK-QTD-REL-DATADAS (1).
            ADD CTM-VALOR TO WRK-VLR-REL-DATADAS (1).
            PERFORM 2010-LER-CTAMOV.

       4020-CONFERIR-NOVO-CTA.
            IF CTM-ABERTURA
                PERFORM 4030-CONFERIR-ABERTURA-CTA
            ELSE
                ADD 1 TO WRK-QTD-REL-POST (1)
                ADD CTM-VALOR TO WRK-VLR-REL-POST (1)
            END-IF.
            PERFORM 2010-LER-CTAMOV.

       4030-CONFERIR-ABERTURA-CTA.
            ADD 1 TO WRK-QTD-REL-ABERT (1).
            IF CTM-SALDO-SINAL = '-'
                COMPUTE WRK-SALDO-LINHA = ZEROS - CTM-SALDO
            ELSE
                MOVE CTM-SALDO TO WRK-SALDO-LINHA
            END-IF.
            MOVE 'C' TO ACM-TIPO.
            MOVE CTM-CLIENTE TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            MOVE CTM-CLIENTE TO CTA-CLIENTE.
            READ CLI-CONTA
                INVALID KEY
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            COMPUTE WRK-SALDO-ABERTURA = CTA-SALDO - ACM-VALOR.
            IF WRK-SALDO-LINHA NOT = WRK-SALDO-ABERTURA
                ADD 1 TO WRK-QTD-DIVERGENTES (1)
                MOVE WRK-SALDO-LINHA TO WRK-SALDO-ED
                MOVE WRK-SALDO-ABERTURA TO WRK-ESPERADO-ED
                MOVE SPACES TO REL-LINHA
                STRING 'ABERTURA DIVERGE - CLIENTE ' DELIMITED SIZE
                    CTM-CLIENTE DELIMITED SIZE
                    ' LINHA ' DELIMITED SIZE
                    WRK-SALDO-ED DELIMITED SIZE
                    ' MESTRE ' DELIMITED SIZE
                    WRK-ESPERADO-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            IF ACM-MARCA = 'S'
                AND ACM-SALDO-LOG NOT = WRK-SALDO-LINHA
                ADD 1 TO WRK-QTD-DIVERGE-LOG
                MOVE ACM-SALDO-LOG TO WRK-SALDO-ED
                MOVE WRK-SALDO-LINHA TO WRK-ESPERADO-ED
                MOVE SPACES TO REL-LINHA
                STRING 'INFORMATIVO - CLIENTE ' DELIMITED SIZE
                    CTM-CLIENTE DELIMITED SIZE
                    ' SALDO NO LOG ' DELIMITED SIZE
                    WRK-SALDO-ED DELIMITED SIZE
                    ' ABERTURA ' DELIMITED SIZE
                    WRK-ESPERADO-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.

       4110-CONTAR-DATADO-EST.
            ADD 1 TO WRK-QTD-REL-DATADAS (2).
            ADD MOV-QUANTIDADE TO WRK-VLR-REL-DATADAS (2).
            PERFORM 2110-LER-ESTMOV.

       4120-CONFERIR-NOVO-EST.
            IF MOV-ABERTURA
                PERFORM 4130-CONFERIR-ABERTURA-EST
            ELSE
                ADD 1 TO WRK-QTD-REL-POST (2)
                ADD MOV-QUANTIDADE TO WRK-VLR-REL-POST (2)
            END-IF.
            PERFORM 2110-LER-ESTMOV.

      *----------------------------------------------------------------
      * ABERTURA DE ARMAZEM CONFERE CONTRA O ESTARMZ; TODA ABERTURA
      * (INCLUSIVE A DO ARMAZEM 00) SOMA NO TOTAL RELIDO DO PRODUTO,
      * QUE O 4140 CONFERE CONTRA O ESTOQUE.
      *----------------------------------------------------------------
       4130-CONFERIR-ABERTURA-EST.
            ADD 1 TO WRK-QTD-REL-ABERT (2).
            IF MOV-SALDO-SINAL = '-'
                COMPUTE WRK-SALDO-LINHA = ZEROS - MOV-SALDO
            ELSE
                MOVE MOV-SALDO TO WRK-SALDO-LINHA
            END-IF.
            IF MOV-ARMAZEM NOT = ZEROS
                MOVE 'A' TO ACM-TIPO
                MOVE MOV-ARMAZEM TO ACM-ARMAZEM
                MOVE MOV-PRODUTO TO ACM-PRODUTO
                PERFORM 8000-LER-ACUMULADO
                MOVE MOV-ARMAZEM TO EAR-ARMAZEM
                MOVE MOV-PRODUTO TO EAR-PRODUTO
                READ ESTOQUE-ARMAZEM
                    INVALID KEY
                        MOVE ZEROS TO EAR-SALDO
                END-READ
                COMPUTE WRK-SALDO-ABERTURA = EAR-SALDO - ACM-VALOR
                IF WRK-SALDO-LINHA NOT = WRK-SALDO-ABERTURA
                    ADD 1 TO WRK-QTD-DIVERGENTES (2)
                    MOVE WRK-SALDO-LINHA TO WRK-SALDO-ED
                    MOVE WRK-SALDO-ABERTURA TO WRK-ESPERADO-ED
                    MOVE SPACES TO REL-LINHA
                    STRING 'ABERTURA DIVERGE - ARMAZEM ' DELIMITED SIZE
                        MOV-ARMAZEM DELIMITED SIZE
                        ' PRODUTO ' DELIMITED SIZE
                        MOV-PRODUTO DELIMITED SIZE
                        ' LINHA ' DELIMITED SIZE
                        WRK-SALDO-ED DELIMITED SIZE
                        ' MESTRE ' DELIMITED SIZE
                        WRK-ESPERADO-ED DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                    WRITE REL-LINHA
                END-IF
            END-IF.
            MOVE 'V' TO ACM-TIPO.
            MOVE MOV-PRODUTO TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            ADD WRK-SALDO-LINHA TO ACM-VALOR.
            MOVE 'S' TO ACM-MARCA.
            PERFORM 8100-GRAVAR-ACUMULADO.

       4140-CONFERIR-PRODUTO.
            MOVE 'P' TO ACM-TIPO.
            MOVE EST-PRODUTO TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            COMPUTE WRK-SALDO-ABERTURA = EST-SALDO - ACM-VALOR.
            MOVE 'V' TO ACM-TIPO.
            MOVE EST-PRODUTO TO ACM-CODIGO.
            PERFORM 8000-LER-ACUMULADO.
            IF ACM-MARCA NOT = 'S'
                OR ACM-VALOR NOT = WRK-SALDO-ABERTURA
                ADD 1 TO WRK-QTD-DIVERGENTES (2)
                MOVE ACM-VALOR TO WRK-SALDO-ED
                MOVE WRK-SALDO-ABERTURA TO WRK-ESPERADO-ED
                MOVE SPACES TO REL-LINHA
                STRING 'ABERTURA DIVERGE - PRODUTO ' DELIMITED SIZE
                    EST-PRODUTO DELIMITED SIZE
                    ' LINHAS ' DELIMITED SIZE
                    WRK-SALDO-ED DELIMITED SIZE
                    ' ESTOQUE ' DELIMITED SIZE
                    WRK-ESPERADO-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            PERFORM 2570-LER-ESTOQUE.

       4200-CONFRONTAR-TOTAIS.
            IF WRK-QTD-REL-DATADAS (WRK-IDX)
                    NOT = WRK-QTD-DATADAS (WRK-IDX)
                OR WRK-VLR-REL-DATADAS (WRK-IDX)
                    NOT = WRK-VLR-DATADAS (WRK-IDX)
                OR WRK-QTD-REL-POST (WRK-IDX)
                    NOT = WRK-QTD-POSTERIORES (WRK-IDX)
                OR WRK-VLR-REL-POST (WRK-IDX)
                    NOT = WRK-VLR-POSTERIORES (WRK-IDX)
                OR WRK-QTD-DATADAS (WRK-IDX)
                    + WRK-QTD-POSTERIORES (WRK-IDX)
                    NOT = WRK-QTD-LIDAS (WRK-IDX)
                OR WRK-VLR-DATADAS (WRK-IDX)
                    + WRK-VLR-POSTERIORES (WRK-IDX)
                    NOT = WRK-VLR-LIDAS (WRK-IDX)
                OR WRK-QTD-REL-ABERT (WRK-IDX)
                    NOT = WRK-QTD-ABERTURAS (WRK-IDX)
                OR WRK-QTD-DIVERGENTES (WRK-IDX) > ZEROS
                MOVE 'S' TO WRK-RECUSA
                MOVE 'CONFERENCIA DA VIRADA NAO FECHOU' TO WRK-MOTIVO
            END-IF.

      *----------------------------------------------------------------
      * VIRADA RECUSADA DEPOIS DA FASE 1: OS CORRENTES ESTAO INTACTOS;
      * OS DATADOS, O .NOV E O .TMP SAO ESVAZIADOS E O PONTO DE
      * RETOMADA E APAGADO, PARA A PROXIMA EXECUCAO COMECAR LIMPA.
      *----------------------------------------------------------------
       4900-DESFAZER.
            MOVE WRK-NOME-CTADAT TO WRK-NOME-CTASAI.
            OPEN OUTPUT CTA-SAIDA.
            CLOSE CTA-SAIDA.
            MOVE WRK-NOME-ESTDAT TO WRK-NOME-ESTSAI.
            OPEN OUTPUT EST-SAIDA.
            CLOSE EST-SAIDA.
            PERFORM 5900-ESVAZIAR-TRABALHO.
            MOVE 'MV' TO CKP-CHAVE.
            DELETE CLI-CHECKPOINT
                INVALID KEY
                    CONTINUE
            END-DELETE.

      *----------------------------------------------------------------
      * FASE 3 - SUBSTITUIR: OS .NOV VOLTAM POR CIMA DOS CORRENTES.
      * O PONTO DE RETOMADA SO E APAGADO DEPOIS DAS DUAS COPIAS, E OS
      * .NOV SO SAO ESVAZIADOS DEPOIS DISSO - O RERUN DESTA FASE
      * SO REPETE A COPIA.
      *----------------------------------------------------------------
       5000-SUBSTITUIR.
            MOVE 'MV' TO CKP-CHAVE.
            MOVE 3 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            MOVE 'CTAMOV.NOV' TO WRK-NOME-CTAMOV.
            MOVE 'CTAMOV.TXT' TO WRK-NOME-CTASAI.
            MOVE 'N' TO WRK-EOF-CTA.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-CTAMOV = '00'
                OPEN OUTPUT CTA-SAIDA
                PERFORM 2010-LER-CTAMOV
                PERFORM 5010-COPIAR-CTAMOV UNTIL FIM-CTA
                CLOSE CTA-SAIDA
                CLOSE CONTA-MOVTOS
            END-IF.
            MOVE 'ESTMOV.NOV' TO WRK-NOME-ESTMOV.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-ESTSAI.
            MOVE 'N' TO WRK-EOF-EST.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-ESTMOV = '00'
                OPEN OUTPUT EST-SAIDA
                PERFORM 2110-LER-ESTMOV
                PERFORM 5020-COPIAR-ESTMOV UNTIL FIM-EST
                CLOSE EST-SAIDA
                CLOSE ESTOQUE-MOVTOS
            END-IF.
            MOVE 'MV' TO CKP-CHAVE.
            DELETE CLI-CHECKPOINT
                INVALID KEY
                    CONTINUE
            END-DELETE.
            PERFORM 5900-ESVAZIAR-TRABALHO.

       5010-COPIAR-CTAMOV.
            MOVE CTAMOV-LINHA TO CTS-LINHA.
            WRITE CTS-LINHA.
            PERFORM 2010-LER-CTAMOV.

       5020-COPIAR-ESTMOV.
            MOVE MOVEST-ABERTURA TO ESS-LINHA.
            WRITE ESS-LINHA.
            PERFORM 2110-LER-ESTMOV.

       5900-ESVAZIAR-TRABALHO.
            MOVE 'CTAMOV.NOV' TO WRK-NOME-CTAMOV.
            OPEN OUTPUT CONTA-MOVTOS.
            CLOSE CONTA-MOVTOS.
            OPEN OUTPUT CTA-POSTERIOR.
            CLOSE CTA-POSTERIOR.
            MOVE 'ESTMOV.NOV' TO WRK-NOME-ESTMOV.
            OPEN OUTPUT ESTOQUE-MOVTOS.
            CLOSE ESTOQUE-MOVTOS.
            OPEN OUTPUT EST-POSTERIOR.
            CLOSE EST-POSTERIOR.

       6000-GRAVAR-CHECKPOINT.
            REWRITE CKP-REG
                INVALID KEY
                    WRITE CKP-REG
            END-REWRITE.

       8000-LER-ACUMULADO.
            READ ACUMULADOS
                INVALID KEY
                    MOVE ZEROS TO ACM-VALOR
                    MOVE ZEROS TO ACM-SALDO-LOG
                    MOVE 'N' TO ACM-MARCA
            END-READ.

       8100-GRAVAR-ACUMULADO.
            REWRITE ACUMULADO-REG
                INVALID KEY
                    WRITE ACUMULADO-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * RELATORIO MOVYEAR.TXT - A VERIFICACAO JA ABRIU O RELATORIO E
      * LISTOU AS DIVERGENCIAS; RECUSA ANTES DELA OU RETOMADA NA
      * FASE 3 ABREM AQUI. PARA CADA LOG: LIDO = DATADO + POSTERIOR,
      * O RELIDO DE CADA ARQUIVO E AS ABERTURAS.
      *----------------------------------------------------------------
       3000-RELATORIO.
            IF NOT RELATORIO-ABERTO
                PERFORM 3900-ABRIR-RELATORIO
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-IDX.
            MOVE 'CTAMOV.TXT (VALOR)' TO REL-LINHA.
            WRITE REL-LINHA.
            PERFORM 3100-TOTAIS-LOG.
            MOVE 2 TO WRK-IDX.
            MOVE 'ESTMOV.TXT (QUANTIDADE)' TO REL-LINHA.
            WRITE REL-LINHA.
            PERFORM 3100-TOTAIS-LOG.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            EVALUATE TRUE
                WHEN VIRADA-RECUSADA
                    STRING 'VIRADA RECUSADA - ' DELIMITED SIZE
                        WRK-MOTIVO DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                    MOVE 8 TO RETURN-CODE
                WHEN WRK-FASE-RETOMADA = 3
                    MOVE 'VIRADA CONCLUIDA NA RETOMADA (SO A COPIA)'
                        TO REL-LINHA
                WHEN OTHER
                    STRING 'VIRADA CONCLUIDA - ANOS ATE ' DELIMITED SIZE
                        WRK-ANO-FECHAR DELIMITED SIZE
                        ' EM ' DELIMITED SIZE
                        WRK-NOME-CTADAT DELIMITED SPACE
                        ' E ' DELIMITED SIZE
                        WRK-NOME-ESTDAT DELIMITED SPACE
                        INTO REL-LINHA
                    END-STRING
                    IF WRK-QTD-DIVERGE-LOG > ZEROS
                        MOVE 4 TO RETURN-CODE
                    END-IF
            END-EVALUATE.
            WRITE REL-LINHA.
            DISPLAY REL-LINHA.
            IF WRK-QTD-DIVERGE-LOG > ZEROS
                MOVE WRK-QTD-DIVERGE-LOG TO WRK-QTD-ED
                MOVE SPACES TO REL-LINHA
                STRING 'CLIENTES COM SALDO DO LOG DIFERENTE DO MESTRE: '
                    DELIMITED SIZE
                    WRK-QTD-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            CLOSE REL-VIRADA.
            DISPLAY 'RELATORIO GRAVADO EM MOVYEAR.TXT'.

       3100-TOTAIS-LOG.
            MOVE 'LIDAS DO CORRENTE' TO WRK-ROTULO.
            MOVE WRK-QTD-LIDAS (WRK-IDX) TO WRK-QTD-ED.
            MOVE WRK-VLR-LIDAS (WRK-IDX) TO WRK-VLR-ED.
            PERFORM 3200-LINHA-TOTAL.
            MOVE 'GRAVADAS NO DATADO' TO WRK-ROTULO.
            MOVE WRK-QTD-DATADAS (WRK-IDX) TO WRK-QTD-ED.
            MOVE WRK-VLR-DATADAS (WRK-IDX) TO WRK-VLR-ED.
            PERFORM 3200-LINHA-TOTAL.
            MOVE 'RELIDAS DO DATADO' TO WRK-ROTULO.
            MOVE WRK-QTD-REL-DATADAS (WRK-IDX) TO WRK-QTD-ED.
            MOVE WRK-VLR-REL-DATADAS (WRK-IDX) TO WRK-VLR-ED.
            PERFORM 3200-LINHA-TOTAL.
            MOVE 'POSTERIORES AO FIM DO ANO' TO WRK-ROTULO.
            MOVE WRK-QTD-POSTERIORES (WRK-IDX) TO WRK-QTD-ED.
            MOVE WRK-VLR-POSTERIORES (WRK-IDX) TO WRK-VLR-ED.
            PERFORM 3200-LINHA-TOTAL.
            MOVE 'POSTERIORES RELIDAS DO NOVO' TO WRK-ROTULO.
            MOVE WRK-QTD-REL-POST (WRK-IDX) TO WRK-QTD-ED.
            MOVE WRK-VLR-REL-POST (WRK-IDX) TO WRK-VLR-ED.
            PERFORM 3200-LINHA-TOTAL.
            MOVE 'ABERTURAS GRAVADAS' TO WRK-ROTULO.
            MOVE WRK-QTD-ABERTURAS (WRK-IDX) TO WRK-QTD-ED.
            MOVE ZEROS TO WRK-VLR-ED.
            PERFORM 3200-LINHA-TOTAL.
            MOVE 'ABERTURAS RELIDAS' TO WRK-ROTULO.
            MOVE WRK-QTD-REL-ABERT (WRK-IDX) TO WRK-QTD-ED.
            PERFORM 3200-LINHA-TOTAL.
            MOVE 'ABERTURAS DIVERGENTES' TO WRK-ROTULO.
            MOVE WRK-QTD-DIVERGENTES (WRK-IDX) TO WRK-QTD-ED.
            PERFORM 3200-LINHA-TOTAL.

       3200-LINHA-TOTAL.
            MOVE SPACES TO REL-LINHA.
            STRING '  ' DELIMITED SIZE
                WRK-ROTULO DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-VLR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3900-ABRIR-RELATORIO.
            OPEN OUTPUT REL-VIRADA.
            MOVE 'S' TO WRK-REL-ABERTO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'VIRADA ANUAL DOS LOGS DE MOVIMENTO - ANO '
                DELIMITED SIZE
                WRK-ANO-FECHAR DELIMITED SIZE
                '   EMITIDO EM ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE CLI-CHECKPOINT.

       END PROGRAM MOVYEAR.
