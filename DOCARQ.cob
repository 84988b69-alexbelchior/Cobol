      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ARQUIVAMENTO ANUAL DE DOCUMENTOS ENCERRADOS - MOVE
      *          PARA ARQUIVOS DATADOS (GERACAO = ANO DA EXECUCAO) OS
      *          PEDIDOS ENTREGUES OU CANCELADOS MAIS ANTIGOS QUE A
      *          RETENCAO (PARAMS, CHAVE ANOSARQ, EM ANOS) CUJOS
      *          TITULOS ESTAO TODOS LIQUIDADOS OU CANCELADOS, COM
      *          SUAS LINHAS (PEDITENS), SEUS TITULOS (CONTASR) E O
      *          HISTORICO DE STATUS (PEDSTHIS.TXT); AS NOTAS
      *          (NOTAS/NOTAITEN) JA ENCERRADAS NA NF-E DESSES
      *          PEDIDOS OU SEM PEDIDO; E OS TITULOS QUITADOS SEM
      *          PEDIDO NO ARQUIVO CORRENTE. CADA PEDIDO E NOTA
      *          ARQUIVADOS GANHAM ENTRADA NO INDICE ARQINDEX, QUE O
      *          PEDMANUT, O NOTAIMP E O CLI360 CONSULTAM.
      *          MESMAS FASES DO FECHAMENTO ANUAL (CLIYEAR), COM
      *          PONTO DE RETOMADA EM CLICKPT (CHAVE 'DA'): 1 -
      *          ARQUIVAR (NADA E REMOVIDO), 2 - VERIFICAR (TODO
      *          REGISTRO A REMOVER TEM QUE ESTAR NO ARQUIVO DATADO
      *          IGUAL AO CORRENTE, SENAO A REMOCAO E RECUSADA),
      *          3 - REMOVER, 4/5 - SEPARAR E REGRAVAR O PEDSTHIS.TXT.
      *          O RELATORIO DOCARQ.TXT PROVA, ARQUIVO POR ARQUIVO,
      *          QUANTIDADE E VALOR ANTES = DEPOIS + ARQUIVADOS; SEM
      *          FECHAR TERMINA COM RC 8. RODA SOB DEMANDA, FORA DO
      *          HORARIO DAS TRANSACOES.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  RCA-DETALHE cresce com RCB-EMPRESA do CTAREC.
      * 15/10/2026 ABM  RCA-DETALHE cresce com RCB-PIX-TXID do CTAREC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCARQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT PED-STATUS-HIST ASSIGN TO 'PEDSTHIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTST.
           SELECT HIST-TEMPORARIO ASSIGN TO 'PEDSTHIS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TEMP.
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
           SELECT NOTA-ARQUIVO ASSIGN TO WRK-NOME-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-NUMERO
               FILE STATUS IS WRK-FS-NOTAARQ.
           SELECT NOTA-ITEM-ARQUIVO ASSIGN TO WRK-NOME-NOTITEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIA-CHAVE
               FILE STATUS IS WRK-FS-NITARQ.
           SELECT RECEBER-ARQUIVO ASSIGN TO WRK-NOME-RECEBER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCA-FATURA
               FILE STATUS IS WRK-FS-RCBARQ.
           SELECT HIST-ARQUIVO ASSIGN TO WRK-NOME-HISTST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSA-CHAVE
               FILE STATUS IS WRK-FS-HISTARQ.
           SELECT ARQ-INDICE ASSIGN TO 'ARQINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-CHAVE
               ALTERNATE RECORD KEY IS AIX-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-INDICE.
           SELECT CLI-CHECKPOINT ASSIGN TO 'CLICKPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKP-CHAVE
               FILE STATUS IS WRK-FS-CKPT.
           SELECT REL-ARQUIVAMENTO ASSIGN TO 'DOCARQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  NOTA-ITENS
           LABEL RECORD IS STANDARD.
           COPY NOTIREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  PED-STATUS-HIST
           LABEL RECORD IS STANDARD.
           COPY PSHREG.
       FD  HIST-TEMPORARIO
           LABEL RECORD IS STANDARD.
       01 TMP-LINHA                 PIC X(49).
       FD  PED-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY PDAREG.
       FD  ITEM-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY IPAREG.
       FD  NOTA-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY NTAREG.
       FD  NOTA-ITEM-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY NIAREG.
      *----------------------------------------------------------------
      * RCA-DETALHE COBRE O RESTANTE DE RECEBER-REG APOS A FATURA -
      * SE O CTAREC CRESCER, ESTE TAMANHO TEM QUE CRESCER JUNTO.
      *----------------------------------------------------------------
       FD  RECEBER-ARQUIVO
           LABEL RECORD IS STANDARD.
       01 RECEBER-ARQ-REG.
           05 RCA-FATURA           PIC 9(08).
           05 RCA-DETALHE          PIC X(158).
      *----------------------------------------------------------------
      * LINHA DO PEDSTHIS.TXT ARQUIVADA - A CHAVE LEVA O NUMERO DA
      * LINHA NO ARQUIVO DE ORIGEM PARA QUE DUAS TRANSICOES NO MESMO
      * SEGUNDO NAO SE CONFUNDAM, E O PEDIDO NA FRENTE PARA A
      * CONSULTA POR PEDIDO.
      *----------------------------------------------------------------
       FD  HIST-ARQUIVO
           LABEL RECORD IS STANDARD.
       01 HIST-ARQ-REG.
           05 PSA-CHAVE.
               10 PSA-PEDIDO       PIC 9(06).
               10 PSA-DATA         PIC 9(08).
               10 PSA-HORA         PIC 9(06).
               10 PSA-LINHA-ORIGEM PIC 9(07).
           05 PSA-LINHA            PIC X(49).
       FD  ARQ-INDICE
           LABEL RECORD IS STANDARD.
           COPY AIXREG.
       FD  CLI-CHECKPOINT
           LABEL RECORD IS STANDARD.
       01 CKP-REG.
           05 CKP-CHAVE            PIC X(02).
           05 CKP-ULTIMO-LIDO      PIC 9(06).
       FD  REL-ARQUIVAMENTO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTITEN   PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-HISTST    PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-PEDARQ    PIC X(02) VALUE '00'.
       77 WRK-FS-ITEMARQ   PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAARQ   PIC X(02) VALUE '00'.
       77 WRK-FS-NITARQ    PIC X(02) VALUE '00'.
       77 WRK-FS-RCBARQ    PIC X(02) VALUE '00'.
       77 WRK-FS-HISTARQ   PIC X(02) VALUE '00'.
       77 WRK-FS-INDICE    PIC X(02) VALUE '00'.
       77 WRK-FS-CKPT      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-PEDIDO   PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS  VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-NOTAS    PIC X(01) VALUE 'N'.
           88 FIM-NOTAS    VALUE 'S'.
       77 WRK-EOF-LINHAS   PIC X(01) VALUE 'N'.
           88 FIM-LINHAS   VALUE 'S'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-EOF-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HIST     VALUE 'S'.
       77 WRK-ELEGIVEL     PIC X(01) VALUE 'N'.
           88 DOC-ELEGIVEL VALUE 'S'.
           88 DOC-RETIDO   VALUE 'R'.
       77 WRK-QUITADOS     PIC X(01) VALUE 'S'.
           88 TITULOS-QUITADOS VALUE 'S'.
       77 WRK-NFE-SITUACAO PIC X(01) VALUE 'S'.
           88 NFE-ENCERRADA VALUE 'S'.
       77 WRK-VERIFICACAO  PIC X(01) VALUE 'N'.
           88 VERIFICACAO-OK VALUE 'S'.
       77 WRK-ANTES        PIC X(01) VALUE 'N'.
           88 ANTES-APURADO VALUE 'S'.
       77 WRK-HIST-SEPARADO PIC X(01) VALUE 'N'.
           88 HIST-SEPARADO VALUE 'S'.
       77 WRK-MOMENTO      PIC X(01) VALUE 'A'.
           88 CONTAGEM-ANTES VALUE 'A'.
       77 WRK-ANOS-RETENCAO PIC 9(02) VALUE 5.
       77 WRK-NOME-PEDIDOS PIC X(14) VALUE SPACES.
       77 WRK-NOME-ITENS   PIC X(14) VALUE SPACES.
       77 WRK-NOME-NOTAS   PIC X(14) VALUE SPACES.
       77 WRK-NOME-NOTITEN PIC X(14) VALUE SPACES.
       77 WRK-NOME-RECEBER PIC X(14) VALUE SPACES.
       77 WRK-NOME-HISTST  PIC X(14) VALUE SPACES.
       77 WRK-FASE-RETOMADA PIC 9(06) VALUE ZEROS.
       77 WRK-ARQ          PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-LINHA-HIST   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RETIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FALTANTES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NAO-CONFERE PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED-2     PIC ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED-3     PIC ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-VLR-ED       PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-ED-2     PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VLR-ED-3     PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(30) VALUE SPACES.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-CORTE-GRP.
           05 WRK-DATA-CORTE   PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-CORTE-ED REDEFINES WRK-DATA-CORTE.
               10 WRK-CORTE-ANO PIC 9(04).
               10 WRK-CORTE-MES PIC 9(02).
               10 WRK-CORTE-DIA PIC 9(02).
      *----------------------------------------------------------------
      * TOTAIS POR ARQUIVO: 1 PEDIDOS (PED-TOTAL), 2 PEDITENS
      * (ITN-TOTAL), 3 NOTAS (NOT-TOTAL-BRL), 4 NOTAITEN
      * (NTI-TOTAL-LINHA), 5 CONTASR (RCB-VALOR), 6 PEDSTHIS (SO
      * QUANTIDADE DE LINHAS). ANTES E DEPOIS SAO RECONTAGENS DO
      * ARQUIVO CORRENTE; A REMOVER SAI DA VERIFICACAO E REMOVIDOS DA
      * REMOCAO - A PROVA E ANTES = DEPOIS + REMOVIDOS E REMOVIDOS =
      * A REMOVER, EM QUANTIDADE E EM VALOR.
      *----------------------------------------------------------------
       01 WRK-NOMES-ARQ.
           05 FILLER           PIC X(08) VALUE 'PEDIDOS'.
           05 FILLER           PIC X(08) VALUE 'PEDITENS'.
           05 FILLER           PIC X(08) VALUE 'NOTAS'.
           05 FILLER           PIC X(08) VALUE 'NOTAITEN'.
           05 FILLER           PIC X(08) VALUE 'CONTASR'.
           05 FILLER           PIC X(08) VALUE 'PEDSTHIS'.
       01 WRK-NOMES-TAB REDEFINES WRK-NOMES-ARQ.
           05 WRK-NOME-ARQ     PIC X(08) OCCURS 6 TIMES.
       01 WRK-TOTAIS-TAB.
           05 WRK-TOTAL OCCURS 6 TIMES.
               10 WRK-TOT-NOVOS        PIC 9(09).
               10 WRK-TOT-JA           PIC 9(09).
               10 WRK-TOT-QTD-ANTES    PIC 9(09).
               10 WRK-TOT-VLR-ANTES    PIC 9(13)V99.
               10 WRK-TOT-QTD-REMOVER  PIC 9(09).
               10 WRK-TOT-VLR-REMOVER  PIC 9(13)V99.
               10 WRK-TOT-QTD-REMOVIDO PIC 9(09).
               10 WRK-TOT-VLR-REMOVIDO PIC 9(13)V99.
               10 WRK-TOT-QTD-DEPOIS   PIC 9(09).
               10 WRK-TOT-VLR-DEPOIS   PIC 9(13)V99.
           COPY PLRREG.
           COPY REPORTHD.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
      *----------------------------------------------------------------
      * RETOMADA: A EXECUCAO ANTERIOR JA TINHA PASSADO NA VERIFICACAO
      * E CAIU NA REMOCAO (3) OU NO PEDSTHIS (4/5) - RETOMA NA FASE
      * MARCADA, QUE SO ENXERGA O QUE AINDA SOBROU NO CORRENTE.
      *----------------------------------------------------------------
            EVALUATE WRK-FASE-RETOMADA
                WHEN 3
                    DISPLAY 'RETOMANDO DIRETO NA FASE DE REMOCAO'
                    PERFORM 5000-REMOVER
                    PERFORM 5600-SEPARAR-HISTORICO
                    PERFORM 5700-REGRAVAR-HISTORICO
                    PERFORM 7000-CONTAR-DEPOIS
                WHEN 4
                    DISPLAY 'RETOMANDO NA SEPARACAO DO PEDSTHIS'
                    PERFORM 5600-SEPARAR-HISTORICO
                    PERFORM 5700-REGRAVAR-HISTORICO
                    PERFORM 7000-CONTAR-DEPOIS
                WHEN 5
                    DISPLAY 'RETOMANDO NA REGRAVACAO DO PEDSTHIS'
                    PERFORM 5700-REGRAVAR-HISTORICO
                    PERFORM 7000-CONTAR-DEPOIS
                WHEN OTHER
                    PERFORM 2000-ARQUIVAR
                    PERFORM 4000-VERIFICAR
                    IF VERIFICACAO-OK
                        PERFORM 5000-REMOVER
                        PERFORM 5600-SEPARAR-HISTORICO
                        PERFORM 5700-REGRAVAR-HISTORICO
                        PERFORM 7000-CONTAR-DEPOIS
                    ELSE
                        DISPLAY 'DIVERGENCIA ENTRE ARQUIVO DATADO E '
                            'CORRENTE - REMOCAO RECUSADA, NADA FOI '
                            'APAGADO'
                    END-IF
            END-EVALUATE.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * A RETENCAO VEM DA CHAVE ANOSARQ (ROTINA COMUM PARMLER); SEM
      * PARAMETRO, 5 ANOS. A GERACAO DOS ARQUIVOS DATADOS E O ANO DA
      * EXECUCAO - UMA RESUBMISSAO NO MESMO ANO REABRE OS MESMOS
      * ARQUIVOS EM I-O.
      *----------------------------------------------------------------
       1000-INICIAR.
            DISPLAY 'ARQUIVAMENTO DE PEDIDOS, NOTAS E TITULOS'.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            MOVE 'ANOSARQ' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                AND PLR-VALOR > ZEROS
                MOVE PLR-VALOR TO WRK-ANOS-RETENCAO
            END-IF.
            MOVE WRK-DATA-HOJE-GRP TO WRK-DATA-CORTE-GRP.
            SUBTRACT WRK-ANOS-RETENCAO FROM WRK-CORTE-ANO.
            STRING 'PEDIDOS.' DELIMITED SIZE
                WRK-HOJE-ANO DELIMITED SIZE
                INTO WRK-NOME-PEDIDOS
            END-STRING.
            STRING 'PEDITENS.' DELIMITED SIZE
                WRK-HOJE-ANO DELIMITED SIZE
                INTO WRK-NOME-ITENS
            END-STRING.
            STRING 'NOTAS.' DELIMITED SIZE
                WRK-HOJE-ANO DELIMITED SIZE
                INTO WRK-NOME-NOTAS
            END-STRING.
            STRING 'NOTAITEN.' DELIMITED SIZE
                WRK-HOJE-ANO DELIMITED SIZE
                INTO WRK-NOME-NOTITEN
            END-STRING.
            STRING 'CONTASR.' DELIMITED SIZE
                WRK-HOJE-ANO DELIMITED SIZE
                INTO WRK-NOME-RECEBER
            END-STRING.
            STRING 'PEDSTHIS.' DELIMITED SIZE
                WRK-HOJE-ANO DELIMITED SIZE
                INTO WRK-NOME-HISTST
            END-STRING.
            INITIALIZE WRK-TOTAIS-TAB.
            DISPLAY 'RETENCAO (ANOS)......: ' WRK-ANOS-RETENCAO.
            DISPLAY 'DATA DE CORTE........: ' WRK-DATA-CORTE.
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
            OPEN I-O NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN I-O NOTAS-EMITIDAS
            END-IF.
            OPEN I-O NOTA-ITENS.
            IF WRK-FS-NOTITEN = '35'
                CLOSE NOTA-ITENS
                OPEN OUTPUT NOTA-ITENS
                CLOSE NOTA-ITENS
                OPEN I-O NOTA-ITENS
            END-IF.
            OPEN I-O CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN I-O CONTAS-A-RECEBER
            END-IF.
            OPEN I-O PED-ARQUIVO.
            IF WRK-FS-PEDARQ = '35'
                CLOSE PED-ARQUIVO
                OPEN OUTPUT PED-ARQUIVO
                CLOSE PED-ARQUIVO
                OPEN I-O PED-ARQUIVO
            END-IF.
            OPEN I-O ITEM-ARQUIVO.
            IF WRK-FS-ITEMARQ = '35'
                CLOSE ITEM-ARQUIVO
                OPEN OUTPUT ITEM-ARQUIVO
                CLOSE ITEM-ARQUIVO
                OPEN I-O ITEM-ARQUIVO
            END-IF.
            OPEN I-O NOTA-ARQUIVO.
            IF WRK-FS-NOTAARQ = '35'
                CLOSE NOTA-ARQUIVO
                OPEN OUTPUT NOTA-ARQUIVO
                CLOSE NOTA-ARQUIVO
                OPEN I-O NOTA-ARQUIVO
            END-IF.
            OPEN I-O NOTA-ITEM-ARQUIVO.
            IF WRK-FS-NITARQ = '35'
                CLOSE NOTA-ITEM-ARQUIVO
                OPEN OUTPUT NOTA-ITEM-ARQUIVO
                CLOSE NOTA-ITEM-ARQUIVO
                OPEN I-O NOTA-ITEM-ARQUIVO
            END-IF.
            OPEN I-O RECEBER-ARQUIVO.
            IF WRK-FS-RCBARQ = '35'
                CLOSE RECEBER-ARQUIVO
                OPEN OUTPUT RECEBER-ARQUIVO
                CLOSE RECEBER-ARQUIVO
                OPEN I-O RECEBER-ARQUIVO
            END-IF.
            OPEN I-O HIST-ARQUIVO.
            IF WRK-FS-HISTARQ = '35'
                CLOSE HIST-ARQUIVO
                OPEN OUTPUT HIST-ARQUIVO
                CLOSE HIST-ARQUIVO
                OPEN I-O HIST-ARQUIVO
            END-IF.
            OPEN I-O ARQ-INDICE.
            IF WRK-FS-INDICE = '35'
                CLOSE ARQ-INDICE
                OPEN OUTPUT ARQ-INDICE
                CLOSE ARQ-INDICE
                OPEN I-O ARQ-INDICE
            END-IF.
            OPEN I-O CLI-CHECKPOINT.
            IF WRK-FS-CKPT = '35'
                CLOSE CLI-CHECKPOINT
                OPEN OUTPUT CLI-CHECKPOINT
                CLOSE CLI-CHECKPOINT
                OPEN I-O CLI-CHECKPOINT
            END-IF.
            MOVE 'DA' TO CKP-CHAVE.
            READ CLI-CHECKPOINT
                INVALID KEY
                    MOVE ZEROS TO CKP-ULTIMO-LIDO
            END-READ.
            IF CKP-ULTIMO-LIDO > ZEROS
                MOVE CKP-ULTIMO-LIDO TO WRK-FASE-RETOMADA
                DISPLAY 'EXECUCAO ANTERIOR NAO TERMINOU (FASE '
                    WRK-FASE-RETOMADA ') - RETOMANDO DOS ARQUIVOS '
                    'DATADOS JA GRAVADOS'
            END-IF.

      *----------------------------------------------------------------
      * FASE 1 - ARQUIVAR: COPIA PARA OS ARQUIVOS DATADOS E GRAVA O
      * INDICE. DOCUMENTO JA ARQUIVADO NESTA GERACAO (RERUN) CAI NO
      * INVALID KEY DO WRITE E E REGRAVADO COM A IMAGEM CORRENTE -
      * O CORRENTE E QUE VALE ATE A REMOCAO. NADA E REMOVIDO AQUI.
      *----------------------------------------------------------------
       2000-ARQUIVAR.
            MOVE 'DA' TO CKP-CHAVE.
            MOVE 1 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            PERFORM 2100-ARQUIVAR-PEDIDOS.
            PERFORM 2200-ARQUIVAR-NOTAS.
            PERFORM 2300-ARQUIVAR-TITULOS.

       2100-ARQUIVAR-PEDIDOS.
            PERFORM 2900-POSICIONAR-PEDIDOS.
            PERFORM 2120-AVALIAR-PEDIDO UNTIL FIM-PEDIDOS.

       2120-AVALIAR-PEDIDO.
            PERFORM 2500-ELEGER-PEDIDO.
            IF DOC-ELEGIVEL
                PERFORM 2130-GRAVAR-PEDIDO
            END-IF.
            IF DOC-RETIDO
                ADD 1 TO WRK-QTD-RETIDOS
            END-IF.
            PERFORM 2910-LER-PEDIDO.

       2130-GRAVAR-PEDIDO.
            MOVE PEDIDO-REG TO PEDIDO-ARQ-REG.
            WRITE PEDIDO-ARQ-REG
                INVALID KEY
                    REWRITE PEDIDO-ARQ-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO REGRAVAR PEDIDO '
                                PED-NUMERO ' NO ARQUIVO DATADO'
                    END-REWRITE
                    ADD 1 TO WRK-TOT-JA (1)
                NOT INVALID KEY
                    ADD 1 TO WRK-TOT-NOVOS (1)
            END-WRITE.
            PERFORM 2540-POSICIONAR-ITENS.
            PERFORM 2140-GRAVAR-ITEM UNTIL FIM-ITENS.
            PERFORM 2510-POSICIONAR-TITULOS.
            PERFORM 2150-GRAVAR-TITULO-PEDIDO UNTIL FIM-RECEBER.
            MOVE 'P'           TO AIX-TIPO.
            MOVE PED-NUMERO    TO AIX-NUMERO.
            MOVE PED-CLIENTE   TO AIX-CLIENTE.
            MOVE PED-DATA      TO AIX-DATA-DOC.
            MOVE PED-STATUS    TO AIX-SITUACAO.
            MOVE PED-TOTAL     TO AIX-VALOR.
            PERFORM 2800-GRAVAR-INDICE.

       2140-GRAVAR-ITEM.
            MOVE ITEM-PEDIDO-REG TO ITEM-ARQ-REG.
            WRITE ITEM-ARQ-REG
                INVALID KEY
                    REWRITE ITEM-ARQ-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO REGRAVAR ITEM '
                                ITN-CHAVE ' NO ARQUIVO DATADO'
                    END-REWRITE
                    ADD 1 TO WRK-TOT-JA (2)
                NOT INVALID KEY
                    ADD 1 TO WRK-TOT-NOVOS (2)
            END-WRITE.
            PERFORM 2550-LER-ITEM-PEDIDO.

       2150-GRAVAR-TITULO-PEDIDO.
            PERFORM 2330-GRAVAR-TITULO.
            PERFORM 2520-LER-TITULO-PEDIDO.

      *----------------------------------------------------------------
      * NOTA: ANTIGA, COM A NF-E ENCERRADA E SEM PEDIDO QUE FIQUE NO
      * CORRENTE (SEM PEDIDO, PEDIDO JA FORA DO ARQUIVO OU PEDIDO QUE
      * ESTA SAINDO NESTA GERACAO).
      *----------------------------------------------------------------
       2200-ARQUIVAR-NOTAS.
            PERFORM 2920-POSICIONAR-NOTAS.
            PERFORM 2220-AVALIAR-NOTA UNTIL FIM-NOTAS.

       2220-AVALIAR-NOTA.
            PERFORM 2600-ELEGER-NOTA.
            IF DOC-ELEGIVEL
                PERFORM 2230-GRAVAR-NOTA
            END-IF.
            PERFORM 2930-LER-NOTA.

       2230-GRAVAR-NOTA.
            MOVE NOTA-REG TO NOTA-ARQ-REG.
            WRITE NOTA-ARQ-REG
                INVALID KEY
                    REWRITE NOTA-ARQ-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO REGRAVAR NOTA '
                                NOT-NUMERO ' NO ARQUIVO DATADO'
                    END-REWRITE
                    ADD 1 TO WRK-TOT-JA (3)
                NOT INVALID KEY
                    ADD 1 TO WRK-TOT-NOVOS (3)
            END-WRITE.
            PERFORM 2640-POSICIONAR-LINHAS.
            PERFORM 2240-GRAVAR-LINHA UNTIL FIM-LINHAS.
            MOVE 'N'           TO AIX-TIPO.
            MOVE NOT-NUMERO    TO AIX-NUMERO.
            MOVE NOT-CLIENTE   TO AIX-CLIENTE.
            MOVE NOT-DATA      TO AIX-DATA-DOC.
            MOVE NOT-SITUACAO  TO AIX-SITUACAO.
            MOVE NOT-TOTAL-BRL TO AIX-VALOR.
            PERFORM 2800-GRAVAR-INDICE.

       2240-GRAVAR-LINHA.
            MOVE NOTA-ITEM-REG TO NOTA-ITEM-ARQ-REG.
            WRITE NOTA-ITEM-ARQ-REG
                INVALID KEY
                    REWRITE NOTA-ITEM-ARQ-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO REGRAVAR LINHA '
                                NTI-CHAVE ' NO ARQUIVO DATADO'
                    END-REWRITE
                    ADD 1 TO WRK-TOT-JA (4)
                NOT INVALID KEY
                    ADD 1 TO WRK-TOT-NOVOS (4)
            END-WRITE.
            PERFORM 2650-LER-LINHA-NOTA.

      *----------------------------------------------------------------
      * TITULO AVULSO: QUITADO, ANTIGO E SEM PEDIDO NO CORRENTE. OS
      * TITULOS DE PEDIDO SAEM JUNTO COM O PEDIDO (2130).
      *----------------------------------------------------------------
       2300-ARQUIVAR-TITULOS.
            PERFORM 2940-POSICIONAR-TITULOS.
            PERFORM 2320-AVALIAR-TITULO UNTIL FIM-RECEBER.

       2320-AVALIAR-TITULO.
            PERFORM 2700-ELEGER-TITULO.
            IF DOC-ELEGIVEL
                PERFORM 2330-GRAVAR-TITULO
            END-IF.
            PERFORM 2950-LER-TITULO.

       2330-GRAVAR-TITULO.
            MOVE RECEBER-REG TO RECEBER-ARQ-REG.
            WRITE RECEBER-ARQ-REG
                INVALID KEY
                    REWRITE RECEBER-ARQ-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO REGRAVAR TITULO '
                                RCB-FATURA ' NO ARQUIVO DATADO'
                    END-REWRITE
                    ADD 1 TO WRK-TOT-JA (5)
                NOT INVALID KEY
                    ADD 1 TO WRK-TOT-NOVOS (5)
            END-WRITE.

      *----------------------------------------------------------------
      * REGRAS DE ENCERRAMENTO - AS MESMAS NAS TRES FASES, PARA QUE A
      * VERIFICACAO E A REMOCAO ENXERGUEM EXATAMENTE O QUE FOI
      * ARQUIVADO. PEDIDO: ENTREGUE OU CANCELADO, ANTERIOR AO CORTE
      * E COM TODOS OS TITULOS LIQUIDADOS OU CANCELADOS - TITULO EM
      * ABERTO OU EM PERDA (AINDA RECUPERAVEL) RETEM O PEDIDO.
      *----------------------------------------------------------------
       2500-ELEGER-PEDIDO.
            MOVE 'N' TO WRK-ELEGIVEL.
            IF (PEDIDO-ENTREGUE OR PEDIDO-CANCELADO)
                AND PED-DATA < WRK-DATA-CORTE
                MOVE 'S' TO WRK-QUITADOS
                PERFORM 2510-POSICIONAR-TITULOS
                PERFORM 2530-TESTAR-TITULO UNTIL FIM-RECEBER
                IF TITULOS-QUITADOS
                    MOVE 'S' TO WRK-ELEGIVEL
                ELSE
                    MOVE 'R' TO WRK-ELEGIVEL
                END-IF
            END-IF.

       2510-POSICIONAR-TITULOS.
            MOVE 'N' TO WRK-EOF-RECEBER.
            MOVE PED-NUMERO TO RCB-PEDIDO.
            START CONTAS-A-RECEBER KEY IS EQUAL RCB-PEDIDO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-START.
            IF NOT FIM-RECEBER
                PERFORM 2520-LER-TITULO-PEDIDO
            END-IF.

       2520-LER-TITULO-PEDIDO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.
            IF NOT FIM-RECEBER
                AND RCB-PEDIDO NOT = PED-NUMERO
                MOVE 'S' TO WRK-EOF-RECEBER
            END-IF.

       2530-TESTAR-TITULO.
            IF NOT RECEB-LIQUIDADA
                AND NOT RECEB-CANCELADA
                MOVE 'N' TO WRK-QUITADOS
            END-IF.
            PERFORM 2520-LER-TITULO-PEDIDO.

       2540-POSICIONAR-ITENS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE PED-NUMERO TO ITN-PEDIDO.
            MOVE ZEROS TO ITN-LINHA.
            START PED-ITENS KEY IS NOT LESS THAN ITN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2550-LER-ITEM-PEDIDO
            END-IF.

       2550-LER-ITEM-PEDIDO.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                AND ITN-PEDIDO NOT = PED-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

      *----------------------------------------------------------------
      * NOTA EM TRANSITO NA NF-E (ENVIADA, REJEITADA, CANCELAMENTO
      * ENVIADO OU CANCELADA SEM O CANCELAMENTO TRANSMITIDO) FICA NO
      * CORRENTE - O NFERET AINDA PRECISA DELA.
      *----------------------------------------------------------------
       2600-ELEGER-NOTA.
            MOVE 'N' TO WRK-ELEGIVEL.
            MOVE 'S' TO WRK-NFE-SITUACAO.
            IF NFE-ENVIADA OR NFE-REJEITADA OR NFE-CANC-ENVIADO
                MOVE 'N' TO WRK-NFE-SITUACAO
            END-IF.
            IF NOTA-CANCELADA AND NFE-AUTORIZADA
                MOVE 'N' TO WRK-NFE-SITUACAO
            END-IF.
            IF NOT-DATA < WRK-DATA-CORTE
                AND NFE-ENCERRADA
                IF NOT-PEDIDO = ZEROS
                    MOVE 'S' TO WRK-ELEGIVEL
                ELSE
                    MOVE NOT-PEDIDO TO PED-NUMERO
                    READ PEDIDOS
                        INVALID KEY
                            MOVE 'S' TO WRK-ELEGIVEL
                        NOT INVALID KEY
                            PERFORM 2620-PEDIDO-SAINDO
                    END-READ
                END-IF
            END-IF.

       2620-PEDIDO-SAINDO.
            PERFORM 2500-ELEGER-PEDIDO.
            IF DOC-ELEGIVEL
                MOVE PED-NUMERO TO PDA-NUMERO
                READ PED-ARQUIVO
                    INVALID KEY
                        MOVE 'N' TO WRK-ELEGIVEL
                END-READ
            ELSE
                MOVE 'N' TO WRK-ELEGIVEL
            END-IF.

       2640-POSICIONAR-LINHAS.
            MOVE 'N' TO WRK-EOF-LINHAS.
            MOVE NOT-NUMERO TO NTI-NOTA.
            MOVE ZEROS TO NTI-LINHA.
            START NOTA-ITENS KEY IS NOT LESS THAN NTI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-LINHAS
            END-START.
            IF NOT FIM-LINHAS
                PERFORM 2650-LER-LINHA-NOTA
            END-IF.

       2650-LER-LINHA-NOTA.
            READ NOTA-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-LINHAS
            END-READ.
            IF NOT FIM-LINHAS
                AND NTI-NOTA NOT = NOT-NUMERO
                MOVE 'S' TO WRK-EOF-LINHAS
            END-IF.

       2700-ELEGER-TITULO.
            MOVE 'N' TO WRK-ELEGIVEL.
            IF (RECEB-LIQUIDADA OR RECEB-CANCELADA)
                AND RCB-DATA-EMISSAO < WRK-DATA-CORTE
                MOVE RCB-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        MOVE 'S' TO WRK-ELEGIVEL
                END-READ
            END-IF.

       2800-GRAVAR-INDICE.
            MOVE WRK-HOJE-ANO  TO AIX-GERACAO.
            MOVE WRK-DATA-HOJE TO AIX-DATA-ARQUIVO.
            WRITE ARQ-INDICE-REG
                INVALID KEY
                    REWRITE ARQ-INDICE-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR O INDICE '
                                AIX-CHAVE
                    END-REWRITE
            END-WRITE.

       2900-POSICIONAR-PEDIDOS.
            MOVE 'N' TO WRK-EOF-PEDIDO.
            MOVE ZEROS TO PED-NUMERO.
            START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-START.
            IF NOT FIM-PEDIDOS
                PERFORM 2910-LER-PEDIDO
            END-IF.

       2910-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-READ.

       2920-POSICIONAR-NOTAS.
            MOVE 'N' TO WRK-EOF-NOTAS.
            MOVE ZEROS TO NOT-NUMERO.
            START NOTAS-EMITIDAS KEY IS NOT LESS THAN NOT-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-NOTAS
            END-START.
            IF NOT FIM-NOTAS
                PERFORM 2930-LER-NOTA
            END-IF.

       2930-LER-NOTA.
            READ NOTAS-EMITIDAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-NOTAS
            END-READ.

       2940-POSICIONAR-TITULOS.
            MOVE 'N' TO WRK-EOF-RECEBER.
            MOVE ZEROS TO RCB-FATURA.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-START.
            IF NOT FIM-RECEBER
                PERFORM 2950-LER-TITULO
            END-IF.

       2950-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.

      *----------------------------------------------------------------
      * FASE 2 - VERIFICAR POR CONTENCAO: TODO REGISTRO QUE A REMOCAO
      * VAI APAGAR (DOCUMENTO ENCERRADO E PRESENTE NESTA GERACAO, COM
      * SUAS LINHAS E TITULOS) TEM QUE EXISTIR NO ARQUIVO DATADO COM
      * A MESMA IMAGEM. DOCUMENTO QUE SO SE ENCERROU DEPOIS DA FASE 1
      * NAO ESTA NO ARQUIVO E SIMPLESMENTE FICA PARA A PROXIMA VEZ.
      * QUALQUER FALTA OU DIVERGENCIA DEIXA O CORRENTE INTACTO. A
      * RECONTAGEM "ANTES" DA PROVA FINAL E FEITA AQUI.
      *----------------------------------------------------------------
       4000-VERIFICAR.
            MOVE 'DA' TO CKP-CHAVE.
            MOVE 2 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            MOVE 'N' TO WRK-VERIFICACAO.
            MOVE 'A' TO WRK-MOMENTO.
            PERFORM 7100-CONTAR-ARQUIVOS.
            MOVE 'S' TO WRK-ANTES.
            PERFORM 2900-POSICIONAR-PEDIDOS.
            PERFORM 4100-VERIFICAR-PEDIDO UNTIL FIM-PEDIDOS.
            PERFORM 2920-POSICIONAR-NOTAS.
            PERFORM 4200-VERIFICAR-NOTA UNTIL FIM-NOTAS.
            PERFORM 2940-POSICIONAR-TITULOS.
            PERFORM 4300-VERIFICAR-TITULO UNTIL FIM-RECEBER.
            DISPLAY 'VERIFICACAO - FALTANDO NO ARQUIVO DATADO: '
                WRK-QTD-FALTANTES.
            DISPLAY 'VERIFICACAO - IMAGENS DIVERGENTES.......: '
                WRK-QTD-DIVERGENTES.
            IF WRK-QTD-FALTANTES = ZEROS
                AND WRK-QTD-DIVERGENTES = ZEROS
                MOVE 'S' TO WRK-VERIFICACAO
            END-IF.

       4100-VERIFICAR-PEDIDO.
            PERFORM 2500-ELEGER-PEDIDO.
            IF DOC-ELEGIVEL
                MOVE PED-NUMERO TO PDA-NUMERO
                READ PED-ARQUIVO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 4110-CONFERIR-PEDIDO
                END-READ
            END-IF.
            PERFORM 2910-LER-PEDIDO.

       4110-CONFERIR-PEDIDO.
            IF PEDIDO-ARQ-REG NOT = PEDIDO-REG
                ADD 1 TO WRK-QTD-DIVERGENTES
                DISPLAY 'PEDIDO DIVERGE DO ARQUIVO DATADO: '
                    PED-NUMERO
            ELSE
                ADD 1 TO WRK-TOT-QTD-REMOVER (1)
                ADD PED-TOTAL TO WRK-TOT-VLR-REMOVER (1)
            END-IF.
            PERFORM 2540-POSICIONAR-ITENS.
            PERFORM 4120-CONFERIR-ITEM UNTIL FIM-ITENS.
            PERFORM 2510-POSICIONAR-TITULOS.
            PERFORM 4130-CONFERIR-TITULO-PEDIDO UNTIL FIM-RECEBER.

       4120-CONFERIR-ITEM.
            MOVE ITN-CHAVE TO IPA-CHAVE.
            READ ITEM-ARQUIVO
                INVALID KEY
                    ADD 1 TO WRK-QTD-FALTANTES
                    DISPLAY 'FALTA NO ARQUIVO DATADO: ITEM '
                        ITN-CHAVE
                NOT INVALID KEY
                    IF ITEM-ARQ-REG NOT = ITEM-PEDIDO-REG
                        ADD 1 TO WRK-QTD-DIVERGENTES
                        DISPLAY 'ITEM DIVERGE DO ARQUIVO DATADO: '
                            ITN-CHAVE
                    ELSE
                        ADD 1 TO WRK-TOT-QTD-REMOVER (2)
                        ADD ITN-TOTAL TO WRK-TOT-VLR-REMOVER (2)
                    END-IF
            END-READ.
            PERFORM 2550-LER-ITEM-PEDIDO.

       4130-CONFERIR-TITULO-PEDIDO.
            PERFORM 4310-CONFERIR-TITULO.
            PERFORM 2520-LER-TITULO-PEDIDO.

       4200-VERIFICAR-NOTA.
            PERFORM 2600-ELEGER-NOTA.
            IF DOC-ELEGIVEL
                MOVE NOT-NUMERO TO NTA-NUMERO
                READ NOTA-ARQUIVO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 4210-CONFERIR-NOTA
                END-READ
            END-IF.
            PERFORM 2930-LER-NOTA.

       4210-CONFERIR-NOTA.
            IF NOTA-ARQ-REG NOT = NOTA-REG
                ADD 1 TO WRK-QTD-DIVERGENTES
                DISPLAY 'NOTA DIVERGE DO ARQUIVO DATADO: '
                    NOT-NUMERO
            ELSE
                ADD 1 TO WRK-TOT-QTD-REMOVER (3)
                ADD NOT-TOTAL-BRL TO WRK-TOT-VLR-REMOVER (3)
            END-IF.
            PERFORM 2640-POSICIONAR-LINHAS.
            PERFORM 4220-CONFERIR-LINHA UNTIL FIM-LINHAS.

       4220-CONFERIR-LINHA.
            MOVE NTI-CHAVE TO NIA-CHAVE.
            READ NOTA-ITEM-ARQUIVO
                INVALID KEY
                    ADD 1 TO WRK-QTD-FALTANTES
                    DISPLAY 'FALTA NO ARQUIVO DATADO: LINHA '
                        NTI-CHAVE
                NOT INVALID KEY
                    IF NOTA-ITEM-ARQ-REG NOT = NOTA-ITEM-REG
                        ADD 1 TO WRK-QTD-DIVERGENTES
                        DISPLAY 'LINHA DIVERGE DO ARQUIVO DATADO: '
                            NTI-CHAVE
                    ELSE
                        ADD 1 TO WRK-TOT-QTD-REMOVER (4)
                        ADD NTI-TOTAL-LINHA
                            TO WRK-TOT-VLR-REMOVER (4)
                    END-IF
            END-READ.
            PERFORM 2650-LER-LINHA-NOTA.

       4300-VERIFICAR-TITULO.
            PERFORM 2700-ELEGER-TITULO.
            IF DOC-ELEGIVEL
                MOVE RCB-FATURA TO RCA-FATURA
                READ RECEBER-ARQUIVO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 4310-CONFERIR-TITULO
                END-READ
            END-IF.
            PERFORM 2950-LER-TITULO.

       4310-CONFERIR-TITULO.
            MOVE RCB-FATURA TO RCA-FATURA.
            READ RECEBER-ARQUIVO
                INVALID KEY
                    ADD 1 TO WRK-QTD-FALTANTES
                    DISPLAY 'FALTA NO ARQUIVO DATADO: TITULO '
                        RCB-FATURA
                NOT INVALID KEY
                    IF RECEBER-ARQ-REG NOT = RECEBER-REG
                        ADD 1 TO WRK-QTD-DIVERGENTES
                        DISPLAY 'TITULO DIVERGE DO ARQUIVO DATADO: '
                            RCB-FATURA
                    ELSE
                        ADD 1 TO WRK-TOT-QTD-REMOVER (5)
                        ADD RCB-VALOR TO WRK-TOT-VLR-REMOVER (5)
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * FASE 3 - REMOVER: SO EXECUTA DEPOIS DA VERIFICACAO PASSAR. O
      * PEDIDO SAI POR ULTIMO, DEPOIS DAS LINHAS E DOS TITULOS - UM
      * ABEND NO MEIO DEIXA O PEDIDO NO CORRENTE E O RERUN DA FASE
      * REMOVE O QUE SOBROU. CADA EXCLUSAO NOS MESTRES PEDIDOS, NOTAS
      * E CONTASR ATUALIZA OS TOTAIS DE CONTROLE (ROTINA TOTCTL).
      *----------------------------------------------------------------
       5000-REMOVER.
            MOVE 'DA' TO CKP-CHAVE.
            MOVE 3 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            PERFORM 2900-POSICIONAR-PEDIDOS.
            PERFORM 5100-REMOVER-PEDIDO UNTIL FIM-PEDIDOS.
            PERFORM 2920-POSICIONAR-NOTAS.
            PERFORM 5200-REMOVER-NOTA UNTIL FIM-NOTAS.
            PERFORM 2940-POSICIONAR-TITULOS.
            PERFORM 5300-REMOVER-TITULO UNTIL FIM-RECEBER.

       5100-REMOVER-PEDIDO.
            PERFORM 2500-ELEGER-PEDIDO.
            IF DOC-ELEGIVEL
                MOVE PED-NUMERO TO PDA-NUMERO
                READ PED-ARQUIVO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 5110-EXCLUIR-PEDIDO
                END-READ
            END-IF.
            PERFORM 2910-LER-PEDIDO.

       5110-EXCLUIR-PEDIDO.
            PERFORM 2540-POSICIONAR-ITENS.
            PERFORM 5120-EXCLUIR-ITEM UNTIL FIM-ITENS.
            PERFORM 2510-POSICIONAR-TITULOS.
            PERFORM 5130-EXCLUIR-TITULO-PEDIDO UNTIL FIM-RECEBER.
            MOVE PEDIDO-REG TO TCA-ANTES.
            DELETE PEDIDOS RECORD.
            IF WRK-FS-PEDIDO = '00'
                MOVE 'E' TO TCA-OPERACAO
                PERFORM 8950-CONTROLE-PEDIDO
                ADD 1 TO WRK-TOT-QTD-REMOVIDO (1)
                ADD PED-TOTAL TO WRK-TOT-VLR-REMOVIDO (1)
            END-IF.

       5120-EXCLUIR-ITEM.
            MOVE ITN-CHAVE TO IPA-CHAVE.
            READ ITEM-ARQUIVO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DELETE PED-ITENS RECORD
                    IF WRK-FS-ITENS = '00'
                        ADD 1 TO WRK-TOT-QTD-REMOVIDO (2)
                        ADD ITN-TOTAL TO WRK-TOT-VLR-REMOVIDO (2)
                    END-IF
            END-READ.
            PERFORM 2550-LER-ITEM-PEDIDO.

       5130-EXCLUIR-TITULO-PEDIDO.
            PERFORM 5310-EXCLUIR-TITULO.
            PERFORM 2520-LER-TITULO-PEDIDO.

       5200-REMOVER-NOTA.
            PERFORM 2600-ELEGER-NOTA.
            IF DOC-ELEGIVEL
                MOVE NOT-NUMERO TO NTA-NUMERO
                READ NOTA-ARQUIVO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 5210-EXCLUIR-NOTA
                END-READ
            END-IF.
            PERFORM 2930-LER-NOTA.

       5210-EXCLUIR-NOTA.
            PERFORM 2640-POSICIONAR-LINHAS.
            PERFORM 5220-EXCLUIR-LINHA UNTIL FIM-LINHAS.
            MOVE NOTA-REG TO TCA-ANTES.
            DELETE NOTAS-EMITIDAS RECORD.
            IF WRK-FS-NOTAS = '00'
                MOVE 'E' TO TCA-OPERACAO
                PERFORM 8960-CONTROLE-NOTA
                ADD 1 TO WRK-TOT-QTD-REMOVIDO (3)
                ADD NOT-TOTAL-BRL TO WRK-TOT-VLR-REMOVIDO (3)
            END-IF.

       5220-EXCLUIR-LINHA.
            MOVE NTI-CHAVE TO NIA-CHAVE.
            READ NOTA-ITEM-ARQUIVO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DELETE NOTA-ITENS RECORD
                    IF WRK-FS-NOTITEN = '00'
                        ADD 1 TO WRK-TOT-QTD-REMOVIDO (4)
                        ADD NTI-TOTAL-LINHA
                            TO WRK-TOT-VLR-REMOVIDO (4)
                    END-IF
            END-READ.
            PERFORM 2650-LER-LINHA-NOTA.

       5300-REMOVER-TITULO.
            PERFORM 2700-ELEGER-TITULO.
            IF DOC-ELEGIVEL
                PERFORM 5310-EXCLUIR-TITULO
            END-IF.
            PERFORM 2950-LER-TITULO.

       5310-EXCLUIR-TITULO.
            MOVE RCB-FATURA TO RCA-FATURA.
            READ RECEBER-ARQUIVO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RECEBER-REG TO TCA-ANTES
                    DELETE CONTAS-A-RECEBER RECORD
                    IF WRK-FS-RECEBER = '00'
                        MOVE 'E' TO TCA-OPERACAO
                        PERFORM 8920-CONTROLE-RECEBER
                        ADD 1 TO WRK-TOT-QTD-REMOVIDO (5)
                        ADD RCB-VALOR TO WRK-TOT-VLR-REMOVIDO (5)
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * FASE 4 - SEPARA O PEDSTHIS.TXT: LINHA DE PEDIDO QUE JA ESTA NO
      * INDICE DE ARQUIVADOS E NAO ESTA MAIS NO CORRENTE VAI PARA O
      * ARQUIVO DATADO (CHAVE COM O NUMERO DA LINHA DE ORIGEM, ENTAO
      * O RERUN NAO DUPLICA); AS DEMAIS VAO PARA O PEDSTHIS.TMP. O
      * PEDSTHIS.TXT SO E TOCADO NA FASE 5.
      *----------------------------------------------------------------
       5600-SEPARAR-HISTORICO.
            MOVE 'DA' TO CKP-CHAVE.
            MOVE 4 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            MOVE ZEROS TO WRK-LINHA-HIST.
            MOVE 'N' TO WRK-EOF-HIST.
            OPEN INPUT PED-STATUS-HIST.
            IF WRK-FS-HISTST NOT = '00'
                MOVE 'S' TO WRK-EOF-HIST
            END-IF.
            OPEN OUTPUT HIST-TEMPORARIO.
            IF NOT FIM-HIST
                PERFORM 5610-LER-HISTORICO
                PERFORM 5620-SEPARAR-LINHA UNTIL FIM-HIST
                CLOSE PED-STATUS-HIST
            END-IF.
            CLOSE HIST-TEMPORARIO.
            MOVE 'S' TO WRK-HIST-SEPARADO.

       5610-LER-HISTORICO.
            READ PED-STATUS-HIST
                AT END
                    MOVE 'S' TO WRK-EOF-HIST
            END-READ.

       5620-SEPARAR-LINHA.
            ADD 1 TO WRK-LINHA-HIST.
            ADD 1 TO WRK-TOT-QTD-ANTES (6).
            MOVE 'N' TO WRK-ELEGIVEL.
            MOVE 'P' TO AIX-TIPO.
            MOVE PSH-PEDIDO TO AIX-NUMERO.
            READ ARQ-INDICE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PSH-PEDIDO TO PED-NUMERO
                    READ PEDIDOS
                        INVALID KEY
                            MOVE 'S' TO WRK-ELEGIVEL
                    END-READ
            END-READ.
            IF DOC-ELEGIVEL
                MOVE PSH-PEDIDO     TO PSA-PEDIDO
                MOVE PSH-DATA       TO PSA-DATA
                MOVE PSH-HORA       TO PSA-HORA
                MOVE WRK-LINHA-HIST TO PSA-LINHA-ORIGEM
                MOVE PSH-LINHA      TO PSA-LINHA
                WRITE HIST-ARQ-REG
                    INVALID KEY
                        ADD 1 TO WRK-TOT-JA (6)
                    NOT INVALID KEY
                        ADD 1 TO WRK-TOT-NOVOS (6)
                END-WRITE
                ADD 1 TO WRK-TOT-QTD-REMOVER (6)
                ADD 1 TO WRK-TOT-QTD-REMOVIDO (6)
            ELSE
                MOVE PSH-LINHA TO TMP-LINHA
                WRITE TMP-LINHA
            END-IF.
            PERFORM 5610-LER-HISTORICO.

      *----------------------------------------------------------------
      * FASE 5 - O PEDSTHIS.TMP VOLTA POR CIMA DO PEDSTHIS.TXT E E
      * ESVAZIADO EM SEGUIDA; O RERUN DESTA FASE SO REPETE A COPIA.
      *----------------------------------------------------------------
       5700-REGRAVAR-HISTORICO.
            MOVE 'DA' TO CKP-CHAVE.
            MOVE 5 TO CKP-ULTIMO-LIDO.
            PERFORM 6000-GRAVAR-CHECKPOINT.
            MOVE 'N' TO WRK-EOF-HIST.
            OPEN INPUT HIST-TEMPORARIO.
            IF WRK-FS-TEMP = '00'
                OPEN OUTPUT PED-STATUS-HIST
                PERFORM 5710-LER-TEMPORARIO
                PERFORM 5720-COPIAR-LINHA UNTIL FIM-HIST
                CLOSE PED-STATUS-HIST
                CLOSE HIST-TEMPORARIO
                OPEN OUTPUT HIST-TEMPORARIO
                CLOSE HIST-TEMPORARIO
            END-IF.
            MOVE 'DA' TO CKP-CHAVE.
            DELETE CLI-CHECKPOINT
                INVALID KEY
                    CONTINUE
            END-DELETE.

       5710-LER-TEMPORARIO.
            READ HIST-TEMPORARIO
                AT END
                    MOVE 'S' TO WRK-EOF-HIST
            END-READ.

       5720-COPIAR-LINHA.
            MOVE TMP-LINHA TO PSH-LINHA.
            WRITE PSH-LINHA.
            ADD 1 TO WRK-TOT-QTD-DEPOIS (6).
            PERFORM 5710-LER-TEMPORARIO.

       6000-GRAVAR-CHECKPOINT.
            REWRITE CKP-REG
                INVALID KEY
                    WRITE CKP-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * RECONTAGEM DOS ARQUIVOS CORRENTES (QUANTIDADE E VALOR) - ANTES
      * DA REMOCAO NA VERIFICACAO, DEPOIS DELA NO FIM DA EXECUCAO.
      *----------------------------------------------------------------
       7000-CONTAR-DEPOIS.
            MOVE 'D' TO WRK-MOMENTO.
            PERFORM 7100-CONTAR-ARQUIVOS.

       7100-CONTAR-ARQUIVOS.
            PERFORM 2900-POSICIONAR-PEDIDOS.
            PERFORM 7110-CONTAR-PEDIDO UNTIL FIM-PEDIDOS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE ZEROS TO ITN-CHAVE.
            START PED-ITENS KEY IS NOT LESS THAN ITN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 7125-LER-ITEM
                PERFORM 7120-CONTAR-ITEM UNTIL FIM-ITENS
            END-IF.
            PERFORM 2920-POSICIONAR-NOTAS.
            PERFORM 7130-CONTAR-NOTA UNTIL FIM-NOTAS.
            MOVE 'N' TO WRK-EOF-LINHAS.
            MOVE ZEROS TO NTI-CHAVE.
            START NOTA-ITENS KEY IS NOT LESS THAN NTI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-LINHAS
            END-START.
            IF NOT FIM-LINHAS
                PERFORM 7145-LER-LINHA
                PERFORM 7140-CONTAR-LINHA UNTIL FIM-LINHAS
            END-IF.
            PERFORM 2940-POSICIONAR-TITULOS.
            PERFORM 7150-CONTAR-TITULO UNTIL FIM-RECEBER.

       7110-CONTAR-PEDIDO.
            MOVE 1 TO WRK-ARQ.
            MOVE PED-TOTAL TO WRK-VALOR.
            PERFORM 7900-SOMAR-CONTAGEM.
            PERFORM 2910-LER-PEDIDO.

       7120-CONTAR-ITEM.
            MOVE 2 TO WRK-ARQ.
            MOVE ITN-TOTAL TO WRK-VALOR.
            PERFORM 7900-SOMAR-CONTAGEM.
            PERFORM 7125-LER-ITEM.

       7125-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.

       7130-CONTAR-NOTA.
            MOVE 3 TO WRK-ARQ.
            MOVE NOT-TOTAL-BRL TO WRK-VALOR.
            PERFORM 7900-SOMAR-CONTAGEM.
            PERFORM 2930-LER-NOTA.

       7140-CONTAR-LINHA.
            MOVE 4 TO WRK-ARQ.
            MOVE NTI-TOTAL-LINHA TO WRK-VALOR.
            PERFORM 7900-SOMAR-CONTAGEM.
            PERFORM 7145-LER-LINHA.

       7145-LER-LINHA.
            READ NOTA-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-LINHAS
            END-READ.

       7150-CONTAR-TITULO.
            MOVE 5 TO WRK-ARQ.
            MOVE RCB-VALOR TO WRK-VALOR.
            PERFORM 7900-SOMAR-CONTAGEM.
            PERFORM 2950-LER-TITULO.

       7900-SOMAR-CONTAGEM.
            IF CONTAGEM-ANTES
                ADD 1 TO WRK-TOT-QTD-ANTES (WRK-ARQ)
                ADD WRK-VALOR TO WRK-TOT-VLR-ANTES (WRK-ARQ)
            ELSE
                ADD 1 TO WRK-TOT-QTD-DEPOIS (WRK-ARQ)
                ADD WRK-VALOR TO WRK-TOT-VLR-DEPOIS (WRK-ARQ)
            END-IF.

      *----------------------------------------------------------------
      * RELATORIO DOCARQ.TXT - UMA LINHA POR ARQUIVO COM ANTES,
      * ARQUIVADOS E REMOVIDOS, DEPOIS E A PROVA. NA RETOMADA A
      * CONTAGEM "ANTES" FICOU NA EXECUCAO QUE CAIU E A LINHA SAI SEM
      * PROVA. PROVA QUE NAO FECHA OU REMOCAO RECUSADA TERMINA COM
      * RC 8.
      *----------------------------------------------------------------
       3000-FINALIZAR.
            OPEN OUTPUT REL-ARQUIVAMENTO.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'ARQUIVAMENTO DE PEDIDOS, NOTAS E TITULOS'
                DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'RETENCAO: ' DELIMITED SIZE
                WRK-ANOS-RETENCAO DELIMITED SIZE
                ' ANOS   CORTE: ' DELIMITED SIZE
                WRK-DATA-CORTE DELIMITED SIZE
                '   GERACAO: ' DELIMITED SIZE
                WRK-HOJE-ANO DELIMITED SIZE
                '   PEDIDOS RETIDOS POR TITULO ABERTO: '
                DELIMITED SIZE
                WRK-QTD-RETIDOS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'ARQUIVO   ' DELIMITED SIZE
                '     ANTES ' DELIMITED SIZE
                '      VALOR ANTES ' DELIMITED SIZE
                ' REMOVIDOS ' DELIMITED SIZE
                '  VALOR REMOVIDOS ' DELIMITED SIZE
                '    DEPOIS ' DELIMITED SIZE
                '     VALOR DEPOIS ' DELIMITED SIZE
                ' SITUACAO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3100-LINHA-ARQUIVO
                VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 6.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            IF WRK-FASE-RETOMADA < 3
                AND NOT VERIFICACAO-OK
                STRING '*** REMOCAO RECUSADA: ' DELIMITED SIZE
                    WRK-QTD-FALTANTES DELIMITED SIZE
                    ' FALTANDO E ' DELIMITED SIZE
                    WRK-QTD-DIVERGENTES DELIMITED SIZE
                    ' DIVERGENTES NO ARQUIVO DATADO - NADA FOI '
                    DELIMITED SIZE
                    'APAGADO ***' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WRK-QTD-NAO-CONFERE > ZEROS
                    STRING '*** ' DELIMITED SIZE
                        WRK-QTD-NAO-CONFERE DELIMITED SIZE
                        ' ARQUIVO(S) SEM FECHAR ANTES = DEPOIS + '
                        DELIMITED SIZE
                        'REMOVIDOS - APURAR CONTRA OS ARQUIVOS '
                        DELIMITED SIZE
                        'DATADOS ***' DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE 'QUANTIDADES E VALORES CONFEREM' TO REL-LINHA
                    MOVE ZEROS TO RETURN-CODE
                END-IF
            END-IF.
            WRITE REL-LINHA.
            CLOSE REL-ARQUIVAMENTO.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NOTA-ITENS.
            CLOSE CONTAS-A-RECEBER.
            CLOSE PED-ARQUIVO.
            CLOSE ITEM-ARQUIVO.
            CLOSE NOTA-ARQUIVO.
            CLOSE NOTA-ITEM-ARQUIVO.
            CLOSE RECEBER-ARQUIVO.
            CLOSE HIST-ARQUIVO.
            CLOSE ARQ-INDICE.
            CLOSE CLI-CHECKPOINT.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'ARQUIVAMENTO - RESUMO'.
            DISPLAY 'PEDIDOS ARQUIVADOS NESTA VEZ: ' WRK-TOT-NOVOS (1).
            DISPLAY 'NOTAS ARQUIVADAS NESTA VEZ..: ' WRK-TOT-NOVOS (3).
            DISPLAY 'TITULOS ARQUIVADOS NESTA VEZ: ' WRK-TOT-NOVOS (5).
            DISPLAY 'PEDIDOS RETIDOS (TITULO)....: ' WRK-QTD-RETIDOS.
            DISPLAY 'PEDIDOS REMOVIDOS...........: '
                WRK-TOT-QTD-REMOVIDO (1).
            DISPLAY 'NOTAS REMOVIDAS.............: '
                WRK-TOT-QTD-REMOVIDO (3).
            DISPLAY 'TITULOS REMOVIDOS...........: '
                WRK-TOT-QTD-REMOVIDO (5).
            DISPLAY 'GERACAO DOS ARQUIVOS DATADOS: ' WRK-HOJE-ANO.
            DISPLAY 'RELATORIO EM DOCARQ.TXT'.
            DISPLAY '-------------------------------------------'.

       3100-LINHA-ARQUIVO.
            MOVE WRK-TOT-QTD-ANTES (WRK-ARQ)    TO WRK-QTD-ED.
            MOVE WRK-TOT-VLR-ANTES (WRK-ARQ)    TO WRK-VLR-ED.
            MOVE WRK-TOT-QTD-REMOVIDO (WRK-ARQ) TO WRK-QTD-ED-2.
            MOVE WRK-TOT-VLR-REMOVIDO (WRK-ARQ) TO WRK-VLR-ED-2.
            MOVE WRK-TOT-QTD-DEPOIS (WRK-ARQ)   TO WRK-QTD-ED-3.
            MOVE WRK-TOT-VLR-DEPOIS (WRK-ARQ)   TO WRK-VLR-ED-3.
            EVALUATE TRUE
                WHEN WRK-FASE-RETOMADA < 3
                    AND NOT VERIFICACAO-OK
                    MOVE 'REMOCAO RECUSADA' TO WRK-SITUACAO
                WHEN WRK-ARQ < 6 AND NOT ANTES-APURADO
                    MOVE 'RETOMADA - SEM CONTAGEM ANTES'
                        TO WRK-SITUACAO
                WHEN WRK-ARQ = 6 AND NOT HIST-SEPARADO
                    MOVE 'RETOMADA - SEM CONTAGEM ANTES'
                        TO WRK-SITUACAO
                WHEN WRK-TOT-QTD-ANTES (WRK-ARQ) =
                        WRK-TOT-QTD-DEPOIS (WRK-ARQ)
                        + WRK-TOT-QTD-REMOVIDO (WRK-ARQ)
                    AND WRK-TOT-VLR-ANTES (WRK-ARQ) =
                        WRK-TOT-VLR-DEPOIS (WRK-ARQ)
                        + WRK-TOT-VLR-REMOVIDO (WRK-ARQ)
                    AND WRK-TOT-QTD-REMOVIDO (WRK-ARQ) =
                        WRK-TOT-QTD-REMOVER (WRK-ARQ)
                    AND WRK-TOT-VLR-REMOVIDO (WRK-ARQ) =
                        WRK-TOT-VLR-REMOVER (WRK-ARQ)
                    MOVE 'CONFERE' TO WRK-SITUACAO
                WHEN OTHER
                    MOVE 'NAO CONFERE' TO WRK-SITUACAO
                    ADD 1 TO WRK-QTD-NAO-CONFERE
            END-EVALUATE.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-NOME-ARQ (WRK-ARQ) DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VLR-ED DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED-2 DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VLR-ED-2 DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED-3 DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VLR-ED-3 DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-SITUACAO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'DOCARQ' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'DOCARQ' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8960-CONTROLE-NOTA.
            MOVE 'NOTAS' TO TCA-ARQUIVO.
            MOVE 'DOCARQ' TO TCA-PROGRAMA.
            MOVE NOTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM DOCARQ.
