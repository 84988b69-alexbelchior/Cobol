      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: AUDITORIA MENSAL DA NUMERACAO FISCAL - AS NOTAS
      *          (NOT-NUMERO, CONTADOR 'NT' DE PEDCTRL) E AS FATURAS
      *          DE CONTAS A RECEBER (RCB-FATURA, CONTADOR 'FT') SAO
      *          PERCORRIDAS EM ORDEM DE NUMERO, E O RELATORIO LISTA:
      *          - CADA NUMERO FALTANTE, MARCADO COMO JUSTIFICADO
      *            QUANDO HA REGISTRO DE INUTILIZACAO EM NUMINUT
      *            (GRAVADO PELO SUPERVISOR NO NOTACANC);
      *          - DOCUMENTO EM DUPLICIDADE (O MESMO PEDIDO EM MAIS DE
      *            UMA NOTA ATIVA, A MESMA PARCELA DO PEDIDO EM MAIS
      *            DE UMA FATURA) E CONTADOR DE PEDCTRL ATRASADO EM
      *            RELACAO AO MAIOR NUMERO GRAVADO (O PROXIMO NUMERO
      *            SAIRIA REPETIDO);
      *          - NUMERO FORA DA ORDEM DE DATA (DATA MENOR QUE A DE
      *            UM NUMERO ANTERIOR);
      *          - NOTA CUJO TOTAL (BASE, IMPOSTO OU QUANTIDADE DE
      *            LINHAS) NAO BATE COM A SOMA DAS LINHAS EM NOTAITEN.
      *          SO ENTRA NO RELATORIO O QUE PERTENCE AO MES AUDITADO
      *          (SYSIN ANO E MES, ZEROS = MES ANTERIOR). RODA NA
      *          CADEIA MENSAL (CLMENSAL). OCORRENCIA NAO DERRUBA A
      *          CADEIA - O RC E 0 E OS TOTAIS SAEM NO SYSOUT.
      *          CADA EMPRESA TEM AS SUAS SERIES (MATRIZ 'NT'/'FT',
      *          FILIAL 'Nn'/'Fn' ABERTAS PELO EMPMANU) E CADA SERIE E
      *          AUDITADA SEPARADA, SO COM OS DOCUMENTOS DA EMPRESA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Audita cada serie de empresa separada - matriz
      *                 em 'NT'/'FT' e cada filial com serie aberta no
      *                 PEDCTRL em 'Nn'/'Fn' - so com as notas e faturas
      *                 da propria empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMAUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT NUMEROS-INUTIL ASSIGN TO 'NUMINUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIN-CHAVE
               FILE STATUS IS WRK-FS-NUMINUT.
           SELECT AUDIT-ACUMULA ASSIGN TO 'AUDTEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-CHAVE
               FILE STATUS IS WRK-FS-TEMP.
           SELECT REL-AUDIT ASSIGN TO 'NUMAUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  NOTA-ITENS
           LABEL RECORD IS STANDARD.
           COPY NOTIREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  NUMEROS-INUTIL
           LABEL RECORD IS STANDARD.
           COPY NINREG.
       FD  AUDIT-ACUMULA
           LABEL RECORD IS STANDARD.
       01 ACUMULA-REG.
           05 TMP-CHAVE.
               10 TMP-SERIE        PIC X(02).
               10 TMP-PEDIDO       PIC 9(06).
               10 TMP-PARCELA      PIC 9(02).
           05 TMP-NUMERO           PIC 9(08).
       FD  REL-AUDIT
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTITEN   PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-NUMINUT   PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-NOTAS    PIC X(01) VALUE 'N'.
           88 FIM-NOTAS    VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-NO-MES       PIC X(01) VALUE 'N'.
           88 DOC-NO-MES   VALUE 'S'.
       77 WRK-SERIE        PIC X(02) VALUE SPACES.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-DOC  PIC 9(02) VALUE ZEROS.
       77 WRK-SERIE-OK     PIC X(01) VALUE 'N'.
           88 SERIE-ABERTA VALUE 'S'.
       77 WRK-ANTERIOR     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MAIOR   PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-DOC      PIC 9(08) VALUE ZEROS.
       77 WRK-FALTA-ATE    PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-FALTA    PIC 9(08) VALUE ZEROS.
       77 WRK-SOMA-BASE    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SOMA-IMPOSTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SOMA-LINHAS  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LIDAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FALTA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JUSTIF   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DUPLIC   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ORDEM    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TOTAL    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONTADOR PIC 9(06) VALUE ZEROS.
       77 WRK-PONTEIRO     PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED    PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-NUMERO-ED    PIC ZZZZZZZ9 VALUE ZEROS.
       01 WRK-SERIE-FILIAL.
           05 WRK-SERIE-TIPO   PIC X(01) VALUE SPACE.
           05 WRK-SERIE-EMP    PIC 9(01) VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-DOC-GRP.
           05 WRK-DATA-DOC     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-DOC-ED REDEFINES WRK-DATA-DOC.
               10 WRK-DOC-ANO   PIC 9(04).
               10 WRK-DOC-MES   PIC 9(02).
               10 WRK-DOC-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 REL-DETALHE.
           05 DET-SERIE             PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-NUMERO            PIC ZZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-DATA              PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-OCORRENCIA        PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-COMPLEMENTO       PIC X(86).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            MOVE 01 TO WRK-EMPRESA.
            PERFORM 2000-AUDITAR-NOTAS UNTIL WRK-EMPRESA > 09.
            MOVE 01 TO WRK-EMPRESA.
            PERFORM 3000-AUDITAR-FATURAS UNTIL WRK-EMPRESA > 09.
            PERFORM 6000-RESUMO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES AUDITADO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O MES
      * ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL. A
      * AUDITORIA NAO EXIGE PERIODO FECHADO - E JUSTAMENTE O QUE O
      * FISCAL CONFERE ANTES DE FECHAR.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'NUMAUDIT' TO JBL-PROGRAMA.
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
            OPEN INPUT CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN INPUT CONTAS-A-RECEBER
            END-IF.
            OPEN INPUT PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN INPUT PED-CONTROLE
            END-IF.
            OPEN INPUT NUMEROS-INUTIL.
            IF WRK-FS-NUMINUT = '35'
                CLOSE NUMEROS-INUTIL
                OPEN OUTPUT NUMEROS-INUTIL
                CLOSE NUMEROS-INUTIL
                OPEN INPUT NUMEROS-INUTIL
            END-IF.
            OPEN OUTPUT AUDIT-ACUMULA.
            CLOSE AUDIT-ACUMULA.
            OPEN I-O AUDIT-ACUMULA.
            OPEN OUTPUT REL-AUDIT.
            PERFORM 1100-GRAVAR-CABECALHO.

       1100-GRAVAR-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'AUDITORIA DA NUMERACAO FISCAL - MES '
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
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'SR    NUMERO  DATA      OCORRENCIA            '
                DELIMITED SIZE
                'DETALHE' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * NOTAS EM ORDEM DE NUMERO. O PRIMEIRO NUMERO DO ARQUIVO E O
      * INICIO DA SEQUENCIA (O QUE VEIO ANTES PODE TER SIDO
      * ARQUIVADO). O BURACO ENTRE DOIS NUMEROS SO ENTRA NO
      * RELATORIO DO MES DO DOCUMENTO QUE VEM DEPOIS DELE. A DATA DE
      * REFERENCIA PARA A ORDEM E A MAIOR DATA JA LIDA, PARA QUE UM
      * UNICO NUMERO FORA DE ORDEM NAO ACUSE TODOS OS SEGUINTES.
      * UMA PASSADA POR EMPRESA COM SERIE ABERTA (NOTA SEM EMPRESA E
      * DA 01) - AS FAIXAS DAS FILIAIS SAO OUTRAS E O SALTO DE UMA
      * FAIXA PARA A OUTRA NAO E BURACO.
      *----------------------------------------------------------------
       2000-AUDITAR-NOTAS.
            MOVE 'N' TO WRK-SERIE-TIPO.
            MOVE 'NT' TO WRK-SERIE.
            PERFORM 5100-VERIFICAR-SERIE.
            IF SERIE-ABERTA
                MOVE ZEROS TO WRK-ANTERIOR
                MOVE ZEROS TO WRK-DATA-MAIOR
                MOVE 'N' TO WRK-EOF-NOTAS
                MOVE ZEROS TO NOT-NUMERO
                START NOTAS-EMITIDAS KEY IS NOT LESS THAN NOT-NUMERO
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-NOTAS
                END-START
                PERFORM 2010-LER-NOTA
                PERFORM 2100-CONFERIR-NOTA UNTIL FIM-NOTAS
                PERFORM 5000-CONFERIR-CONTADOR
            END-IF.
            ADD 1 TO WRK-EMPRESA.

       2010-LER-NOTA.
            PERFORM 2020-LER-PROXIMA-NOTA.
            PERFORM 2020-LER-PROXIMA-NOTA
                UNTIL FIM-NOTAS OR WRK-EMPRESA-DOC = WRK-EMPRESA.
            IF NOT FIM-NOTAS
                ADD 1 TO WRK-QTD-LIDAS
            END-IF.

       2020-LER-PROXIMA-NOTA.
            IF NOT FIM-NOTAS
                READ NOTAS-EMITIDAS NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-NOTAS
                END-READ
            END-IF.
            IF NOT FIM-NOTAS
                IF NOT-EMPRESA = ZEROS
                    MOVE 01 TO WRK-EMPRESA-DOC
                ELSE
                    MOVE NOT-EMPRESA TO WRK-EMPRESA-DOC
                END-IF
            END-IF.

       2100-CONFERIR-NOTA.
            MOVE NOT-NUMERO TO WRK-NUM-DOC.
            MOVE NOT-DATA TO WRK-DATA-DOC.
            PERFORM 4000-CONFERIR-MES.
            IF DOC-NO-MES
                IF WRK-ANTERIOR > ZEROS
                    AND NOT-NUMERO > WRK-ANTERIOR + 1
                    COMPUTE WRK-NUM-FALTA = WRK-ANTERIOR + 1
                    COMPUTE WRK-FALTA-ATE = NOT-NUMERO - 1
                    PERFORM 4100-LISTAR-FALTANTE
                        UNTIL WRK-NUM-FALTA > WRK-FALTA-ATE
                END-IF
                IF NOT-DATA < WRK-DATA-MAIOR
                    PERFORM 4200-FORA-DE-ORDEM
                END-IF
                PERFORM 2200-SOMAR-ITENS
                IF NOTA-ATIVA AND NOT-PEDIDO > ZEROS
                    MOVE NOT-PEDIDO TO TMP-PEDIDO
                    MOVE ZEROS TO TMP-PARCELA
                    PERFORM 4300-CONFERIR-DUPLICADO
                END-IF
            ELSE
                IF NOTA-ATIVA AND NOT-PEDIDO > ZEROS
                    MOVE NOT-PEDIDO TO TMP-PEDIDO
                    MOVE ZEROS TO TMP-PARCELA
                    PERFORM 4400-GUARDAR-DOCUMENTO
                END-IF
            END-IF.
            IF NOT-DATA > WRK-DATA-MAIOR
                MOVE NOT-DATA TO WRK-DATA-MAIOR
            END-IF.
            MOVE NOT-NUMERO TO WRK-ANTERIOR.
            PERFORM 2010-LER-NOTA.

      *----------------------------------------------------------------
      * SOMA AS LINHAS DA NOTA EM NOTAITEN E CONFRONTA COM O QUE O
      * PROGCOB05 GRAVOU NO CABECALHO: BASE (NOT-TOTAL-BRL), IMPOSTO
      * E QUANTIDADE DE LINHAS.
      *----------------------------------------------------------------
       2200-SOMAR-ITENS.
            MOVE ZEROS TO WRK-SOMA-BASE.
            MOVE ZEROS TO WRK-SOMA-IMPOSTO.
            MOVE ZEROS TO WRK-SOMA-LINHAS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE NOT-NUMERO TO NTI-NOTA.
            MOVE ZEROS TO NTI-LINHA.
            START NOTA-ITENS KEY IS NOT LESS THAN NTI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2210-LER-ITEM
                PERFORM 2220-SOMAR-ITEM UNTIL FIM-ITENS
            END-IF.
            IF WRK-SOMA-BASE NOT = NOT-TOTAL-BRL
                OR WRK-SOMA-IMPOSTO NOT = NOT-TOTAL-IMPOSTO
                OR WRK-SOMA-LINHAS NOT = NOT-QTD-LINHAS
                PERFORM 2230-TOTAL-DIVERGENTE
            END-IF.

       2210-LER-ITEM.
            READ NOTA-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS AND NTI-NOTA NOT = NOT-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

       2220-SOMAR-ITEM.
            ADD NTI-TOTAL-LINHA TO WRK-SOMA-BASE.
            ADD NTI-IMPOSTO-LINHA TO WRK-SOMA-IMPOSTO.
            ADD 1 TO WRK-SOMA-LINHAS.
            PERFORM 2210-LER-ITEM.

       2230-TOTAL-DIVERGENTE.
            MOVE WRK-SERIE TO DET-SERIE.
            MOVE NOT-NUMERO TO DET-NUMERO.
            MOVE NOT-DATA TO DET-DATA.
            MOVE 'TOTAL X LINHAS' TO DET-OCORRENCIA.
            MOVE NOT-TOTAL-BRL TO WRK-VALOR-ED.
            MOVE WRK-SOMA-BASE TO WRK-VALOR2-ED.
            MOVE SPACES TO DET-COMPLEMENTO.
            MOVE 1 TO WRK-PONTEIRO.
            STRING 'BASE ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                ' X ' DELIMITED SIZE
                WRK-VALOR2-ED DELIMITED SIZE
                INTO DET-COMPLEMENTO
                WITH POINTER WRK-PONTEIRO
            END-STRING.
            MOVE NOT-TOTAL-IMPOSTO TO WRK-VALOR-ED.
            MOVE WRK-SOMA-IMPOSTO TO WRK-VALOR2-ED.
            STRING ' IMP ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                ' X ' DELIMITED SIZE
                WRK-VALOR2-ED DELIMITED SIZE
                ' LIN ' DELIMITED SIZE
                NOT-QTD-LINHAS DELIMITED SIZE
                ' X ' DELIMITED SIZE
                WRK-SOMA-LINHAS DELIMITED SIZE
                INTO DET-COMPLEMENTO
                WITH POINTER WRK-PONTEIRO
            END-STRING.
            PERFORM 4900-GRAVAR-DETALHE.
            ADD 1 TO WRK-QTD-TOTAL.

      *----------------------------------------------------------------
      * FATURAS DE CONTAS A RECEBER, MESMAS REGRAS DAS NOTAS. A
      * DUPLICIDADE E A MESMA PARCELA DO MESMO PEDIDO EM DUAS FATURAS
      * NAO CANCELADAS (O FATURAMENTO RODOU DUAS VEZES PARA O PEDIDO).
      *----------------------------------------------------------------
       3000-AUDITAR-FATURAS.
            MOVE 'F' TO WRK-SERIE-TIPO.
            MOVE 'FT' TO WRK-SERIE.
            PERFORM 5100-VERIFICAR-SERIE.
            IF SERIE-ABERTA
                MOVE ZEROS TO WRK-ANTERIOR
                MOVE ZEROS TO WRK-DATA-MAIOR
                MOVE 'N' TO WRK-EOF-RECEBER
                MOVE ZEROS TO RCB-FATURA
                START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-FATURA
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-RECEBER
                END-START
                PERFORM 3010-LER-FATURA
                PERFORM 3100-CONFERIR-FATURA UNTIL FIM-RECEBER
                PERFORM 5000-CONFERIR-CONTADOR
            END-IF.
            ADD 1 TO WRK-EMPRESA.

       3010-LER-FATURA.
            PERFORM 3020-LER-PROXIMA-FATURA.
            PERFORM 3020-LER-PROXIMA-FATURA
                UNTIL FIM-RECEBER OR WRK-EMPRESA-DOC = WRK-EMPRESA.
            IF NOT FIM-RECEBER
                ADD 1 TO WRK-QTD-LIDAS
            END-IF.

       3020-LER-PROXIMA-FATURA.
            IF NOT FIM-RECEBER
                READ CONTAS-A-RECEBER NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-RECEBER
                END-READ
            END-IF.
            IF NOT FIM-RECEBER
                IF RCB-EMPRESA = ZEROS
                    MOVE 01 TO WRK-EMPRESA-DOC
                ELSE
                    MOVE RCB-EMPRESA TO WRK-EMPRESA-DOC
                END-IF
            END-IF.

       3100-CONFERIR-FATURA.
            MOVE RCB-FATURA TO WRK-NUM-DOC.
            MOVE RCB-DATA-EMISSAO TO WRK-DATA-DOC.
            PERFORM 4000-CONFERIR-MES.
            IF DOC-NO-MES
                IF WRK-ANTERIOR > ZEROS
                    AND RCB-FATURA > WRK-ANTERIOR + 1
                    COMPUTE WRK-NUM-FALTA = WRK-ANTERIOR + 1
                    COMPUTE WRK-FALTA-ATE = RCB-FATURA - 1
                    PERFORM 4100-LISTAR-FALTANTE
                        UNTIL WRK-NUM-FALTA > WRK-FALTA-ATE
                END-IF
                IF RCB-DATA-EMISSAO < WRK-DATA-MAIOR
                    PERFORM 4200-FORA-DE-ORDEM
                END-IF
                IF NOT RECEB-CANCELADA
                    MOVE RCB-PEDIDO TO TMP-PEDIDO
                    MOVE RCB-PARCELA TO TMP-PARCELA
                    PERFORM 4300-CONFERIR-DUPLICADO
                END-IF
            ELSE
                IF NOT RECEB-CANCELADA
                    MOVE RCB-PEDIDO TO TMP-PEDIDO
                    MOVE RCB-PARCELA TO TMP-PARCELA
                    PERFORM 4400-GUARDAR-DOCUMENTO
                END-IF
            END-IF.
            IF RCB-DATA-EMISSAO > WRK-DATA-MAIOR
                MOVE RCB-DATA-EMISSAO TO WRK-DATA-MAIOR
            END-IF.
            MOVE RCB-FATURA TO WRK-ANTERIOR.
            PERFORM 3010-LER-FATURA.

      *----------------------------------------------------------------
      * ROTINAS COMUNS AS SERIES (WRK-SERIE = 'NT'/'Nn' OU 'FT'/'Fn').
      *----------------------------------------------------------------
       4000-CONFERIR-MES.
            IF WRK-DOC-ANO = WRK-PED-ANO AND WRK-DOC-MES = WRK-PED-MES
                MOVE 'S' TO WRK-NO-MES
            ELSE
                MOVE 'N' TO WRK-NO-MES
            END-IF.

      *----------------------------------------------------------------
      * NUMERO FALTANTE - JUSTIFICADO QUANDO HA INUTILIZACAO REGISTRADA
      * EM NUMINUT PARA A SERIE E O NUMERO.
      *----------------------------------------------------------------
       4100-LISTAR-FALTANTE.
            MOVE WRK-SERIE TO DET-SERIE.
            MOVE WRK-NUM-FALTA TO DET-NUMERO.
            MOVE ZEROS TO DET-DATA.
            MOVE 'NUMERO FALTANTE' TO DET-OCORRENCIA.
            MOVE SPACES TO DET-COMPLEMENTO.
            MOVE WRK-SERIE TO NIN-SERIE.
            MOVE WRK-NUM-FALTA TO NIN-NUMERO.
            READ NUMEROS-INUTIL
                INVALID KEY
                    MOVE 'NAO JUSTIFICADO' TO DET-COMPLEMENTO
                NOT INVALID KEY
                    MOVE NIN-DATA TO DET-DATA
                    STRING 'JUSTIFICADO: ' DELIMITED SIZE
                        NIN-MOTIVO DELIMITED SIZE
                        ' (' DELIMITED SIZE
                        NIN-USUARIO DELIMITED SPACE
                        ')' DELIMITED SIZE
                        INTO DET-COMPLEMENTO
                    END-STRING
                    ADD 1 TO WRK-QTD-JUSTIF
            END-READ.
            PERFORM 4900-GRAVAR-DETALHE.
            ADD 1 TO WRK-QTD-FALTA.
            ADD 1 TO WRK-NUM-FALTA.

       4200-FORA-DE-ORDEM.
            MOVE WRK-SERIE TO DET-SERIE.
            MOVE WRK-NUM-DOC TO DET-NUMERO.
            MOVE WRK-DATA-DOC TO DET-DATA.
            MOVE 'FORA DE ORDEM (DATA)' TO DET-OCORRENCIA.
            MOVE SPACES TO DET-COMPLEMENTO.
            STRING 'NUMERO ANTERIOR JA TEM DATA ' DELIMITED SIZE
                WRK-DATA-MAIOR DELIMITED SIZE
                INTO DET-COMPLEMENTO
            END-STRING.
            PERFORM 4900-GRAVAR-DETALHE.
            ADD 1 TO WRK-QTD-ORDEM.

      *----------------------------------------------------------------
      * O ACUMULADOR GUARDA, POR SERIE+PEDIDO+PARCELA, O PRIMEIRO
      * NUMERO QUE DOCUMENTOU O PEDIDO. DOCUMENTO DE MES ANTERIOR SO
      * E GUARDADO (4400); O DO MES AUDITADO QUE ENCONTRA A CHAVE JA
      * GUARDADA E DUPLICIDADE.
      *----------------------------------------------------------------
       4300-CONFERIR-DUPLICADO.
            MOVE WRK-SERIE TO TMP-SERIE.
            READ AUDIT-ACUMULA
                INVALID KEY
                    MOVE WRK-NUM-DOC TO TMP-NUMERO
                    WRITE ACUMULA-REG
                NOT INVALID KEY
                    PERFORM 4310-LISTAR-DUPLICADO
            END-READ.

       4310-LISTAR-DUPLICADO.
            MOVE WRK-SERIE TO DET-SERIE.
            MOVE WRK-NUM-DOC TO DET-NUMERO.
            MOVE WRK-DATA-DOC TO DET-DATA.
            MOVE 'DOCUMENTO DUPLICADO' TO DET-OCORRENCIA.
            MOVE TMP-NUMERO TO WRK-NUMERO-ED.
            MOVE SPACES TO DET-COMPLEMENTO.
            STRING 'PEDIDO ' DELIMITED SIZE
                TMP-PEDIDO DELIMITED SIZE
                ' PARCELA ' DELIMITED SIZE
                TMP-PARCELA DELIMITED SIZE
                ' JA DOCUMENTADO NO NUMERO ' DELIMITED SIZE
                WRK-NUMERO-ED DELIMITED SIZE
                INTO DET-COMPLEMENTO
            END-STRING.
            PERFORM 4900-GRAVAR-DETALHE.
            ADD 1 TO WRK-QTD-DUPLIC.

       4400-GUARDAR-DOCUMENTO.
            MOVE WRK-SERIE TO TMP-SERIE.
            MOVE WRK-NUM-DOC TO TMP-NUMERO.
            WRITE ACUMULA-REG
                INVALID KEY
                    CONTINUE
            END-WRITE.

       4900-GRAVAR-DETALHE.
            MOVE REL-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.

      *----------------------------------------------------------------
      * CONTADOR DE PEDCTRL DA SERIE CONTRA O MAIOR NUMERO GRAVADO
      * (WRK-ANTERIOR AO FIM DA LEITURA): CONTADOR ATRASADO FAZ O
      * PROXIMO DOCUMENTO REPETIR NUMERO; CONTADOR ADIANTADO DEIXA
      * NUMEROS CONSUMIDOS SEM DOCUMENTO, LISTADOS COMO FALTANTES.
      *----------------------------------------------------------------
       5000-CONFERIR-CONTADOR.
            MOVE WRK-SERIE TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            EVALUATE TRUE
                WHEN PCT-ULTIMO-NUMERO < WRK-ANTERIOR
                    MOVE WRK-SERIE TO DET-SERIE
                    MOVE WRK-ANTERIOR TO DET-NUMERO
                    MOVE ZEROS TO DET-DATA
                    MOVE 'CONTADOR ATRASADO' TO DET-OCORRENCIA
                    MOVE SPACES TO DET-COMPLEMENTO
                    STRING 'PEDCTRL NO NUMERO ' DELIMITED SIZE
                        PCT-ULTIMO-NUMERO DELIMITED SIZE
                        ' - PROXIMO DOCUMENTO SAIRA DUPLICADO'
                        DELIMITED SIZE
                        INTO DET-COMPLEMENTO
                    END-STRING
                    PERFORM 4900-GRAVAR-DETALHE
                    ADD 1 TO WRK-QTD-CONTADOR
                    ADD 1 TO WRK-QTD-DUPLIC
                WHEN PCT-ULTIMO-NUMERO > WRK-ANTERIOR
                    COMPUTE WRK-NUM-FALTA = WRK-ANTERIOR + 1
                    MOVE PCT-ULTIMO-NUMERO TO WRK-FALTA-ATE
                    PERFORM 4100-LISTAR-FALTANTE
                        UNTIL WRK-NUM-FALTA > WRK-FALTA-ATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *----------------------------------------------------------------
      * A MATRIZ (01) E SEMPRE AUDITADA NA SERIE 'NT'/'FT'; A FILIAL
      * SO QUANDO A SERIE DELA FOI ABERTA NO PEDCTRL (EMPMANU).
      *----------------------------------------------------------------
       5100-VERIFICAR-SERIE.
            MOVE 'S' TO WRK-SERIE-OK.
            IF WRK-EMPRESA NOT = 01
                MOVE WRK-EMPRESA TO WRK-SERIE-EMP
                MOVE WRK-SERIE-FILIAL TO WRK-SERIE
                MOVE WRK-SERIE TO PCT-CHAVE
                READ PED-CONTROLE
                    INVALID KEY
                        MOVE 'N' TO WRK-SERIE-OK
                END-READ
            END-IF.

       6000-RESUMO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'NUMEROS FALTANTES: ' DELIMITED SIZE
                WRK-QTD-FALTA DELIMITED SIZE
                '  JUSTIFICADOS: ' DELIMITED SIZE
                WRK-QTD-JUSTIF DELIMITED SIZE
                '  DUPLICIDADES: ' DELIMITED SIZE
                WRK-QTD-DUPLIC DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'FORA DA ORDEM DE DATA: ' DELIMITED SIZE
                WRK-QTD-ORDEM DELIMITED SIZE
                '  TOTAL X LINHAS: ' DELIMITED SIZE
                WRK-QTD-TOTAL DELIMITED SIZE
                '  CONTADOR ATRASADO: ' DELIMITED SIZE
                WRK-QTD-CONTADOR DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NOTA-ITENS.
            CLOSE CONTAS-A-RECEBER.
            CLOSE PED-CONTROLE.
            CLOSE NUMEROS-INUTIL.
            CLOSE AUDIT-ACUMULA.
            CLOSE REL-AUDIT.
            DISPLAY 'AUDITORIA DE NUMERACAO ' WRK-PED-MES '/'
                WRK-PED-ANO ' GRAVADA EM NUMAUDIT.TXT'.
            DISPLAY 'FALTANTES ' WRK-QTD-FALTA ' JUSTIFICADOS '
                WRK-QTD-JUSTIF ' DUPLICIDADES ' WRK-QTD-DUPLIC.
            DISPLAY 'FORA DE ORDEM ' WRK-QTD-ORDEM
                ' TOTAL X LINHAS ' WRK-QTD-TOTAL.
            MOVE 'F' TO JBL-EVENTO.
            MOVE RETURN-CODE TO JBL-RETORNO.
            MOVE WRK-QTD-LIDAS TO JBL-LIDOS.
            MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM NUMAUDIT.
