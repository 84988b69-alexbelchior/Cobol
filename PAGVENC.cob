      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO DIARIO DE VENCIMENTOS DE CONTAS A PAGAR -
      *          LISTA OS TITULOS EM ABERTO (CONTASP) JA VENCIDOS E OS
      *          QUE VENCEM DENTRO DE N DIAS (N DA CHAVE DIASPAGV DE
      *          PARAMS, PADRAO 7), EM ORDEM DE VENCIMENTO, COM O
      *          NOME DO FORNECEDOR E O SALDO A PAGAR DE CADA
      *          PARCELA. RODA NA CADEIA NOTURNA (CLNOITE).
      *          PARCELA BLOQUEADA NA CONFERENCIA DE TRES VIAS SAI
      *          MARCADA 'BLOQ' - NAO PODE SER PAGA ATE A DECISAO DO
      *          COMPRADOR (PAGMANU OPCAO 6).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Marca BLOQ a parcela bloqueada na conferencia de
      *                 tres vias (registro do sort passa a 49 bytes -
      *                 LRECL do PAGVSORT acertado na CLNOITE/CLRERUN).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGVENC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-A-PAGAR ASSIGN TO 'CONTASP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-TITULO
               ALTERNATE RECORD KEY IS PAG-NOTA-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT PARAMETROS ASSIGN TO 'PARAMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-FS-PARAMS.
           SELECT WRK-SORTFILE ASSIGN TO 'PAGVSORT'.
           SELECT REL-VENCIMENTOS ASSIGN TO 'PAGVENC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-PAGAR
           LABEL RECORD IS STANDARD.
           COPY CTAPAG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARMREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-VENCIMENTO      PIC 9(08).
           05 SORT-FORNECEDOR      PIC 9(04).
           05 SORT-TITULO          PIC 9(08).
           05 SORT-NOTA            PIC 9(09).
           05 SORT-PARCELA         PIC 9(02).
           05 SORT-QTD-PARCELAS    PIC 9(02).
           05 SORT-VALOR-ABERTO    PIC 9(08)V99.
           05 SORT-DIAS            PIC S9(05).
           05 SORT-CONFERENCIA     PIC X(01).
       FD  REL-VENCIMENTOS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMS    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-PAGAR    PIC X(01) VALUE 'N'.
           88 FIM-PAGAR    VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-DIAS-AVISO   PIC 9(03) VALUE 7.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENC    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS         PIC S9(05) VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VENCIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCENDO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-VENCIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-VENCENDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-NOME-FORNEC  PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(08) VALUE SPACES.
       77 WRK-BLOQUEIO     PIC X(04) VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIAS-ED      PIC -ZZZ9 VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-VENC-GRP.
           05 WRK-DATA-VENC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-VENC-ED REDEFINES WRK-DATA-VENC.
               10 WRK-VENC-ANO  PIC 9(04).
               10 WRK-VENC-MES  PIC 9(02).
               10 WRK-VENC-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-VENCIMENTO SORT-FORNECEDOR
                    SORT-TITULO
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-IMPRIMIR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * A JANELA DE AVISO VEM DA CHAVE DIASPAGV DE PARAMS, COMO A
      * DIASVENC DO LOTEVENC; SEM CHAVE CADASTRADA, 7 DIAS.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'PAGVENC' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            OPEN INPUT PARAMETROS.
            IF WRK-FS-PARAMS = '00'
                MOVE 'DIASPAGV' TO PRM-CHAVE
                READ PARAMETROS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRM-VALOR TO WRK-DIAS-AVISO
                END-READ
                CLOSE PARAMETROS
            END-IF.
            OPEN INPUT FORNECEDORES.
            IF WRK-FS-FORNEC = '35'
                CLOSE FORNECEDORES
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
            END-IF.
            OPEN OUTPUT REL-VENCIMENTOS.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONTAS A PAGAR - VENCIDOS E A VENCER EM '
                DELIMITED SIZE
                WRK-DIAS-AVISO DELIMITED SIZE
                ' DIAS   DATA: ' DELIMITED SIZE
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
            STRING 'SITUACAO VENCIMENTO TITULO   FORNECEDOR'
                DELIMITED SIZE
                '                          NOTA      PARC'
                DELIMITED SIZE
                '   SALDO A PAGAR  DIAS CONF' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - SO TITULO EM ABERTO COM
      * SALDO, JA VENCIDO OU VENCENDO DENTRO DA JANELA. DIAS PELO
      * CALENDARIO COMERCIAL 360/30, COMO NO AGING.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT CONTAS-A-PAGAR.
            IF WRK-FS-PAGAR = '00'
                PERFORM 2010-LER-PAGAR
                PERFORM 2020-LIBERAR-TITULO UNTIL FIM-PAGAR
                CLOSE CONTAS-A-PAGAR
            END-IF.

       2010-LER-PAGAR.
            READ CONTAS-A-PAGAR NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGAR
            END-READ.

       2020-LIBERAR-TITULO.
            ADD 1 TO WRK-QTD-LIDOS.
            IF PAGAR-ABERTO
                COMPUTE WRK-VALOR-ABERTO = PAG-VALOR - PAG-VALOR-PAGO
                MOVE PAG-DATA-VENCIMENTO TO WRK-DATA-VENC
                COMPUTE WRK-DIAS-VENC = (WRK-VENC-ANO * 360)
                    + (WRK-VENC-MES * 30) + WRK-VENC-DIA
                COMPUTE WRK-DIAS = WRK-DIAS-VENC - WRK-DIAS-HOJE
                IF WRK-VALOR-ABERTO > ZEROS
                    AND WRK-DIAS <= WRK-DIAS-AVISO
                    MOVE PAG-DATA-VENCIMENTO TO SORT-VENCIMENTO
                    MOVE PAG-FORNECEDOR      TO SORT-FORNECEDOR
                    MOVE PAG-TITULO          TO SORT-TITULO
                    MOVE PAG-NOTA-FISCAL     TO SORT-NOTA
                    MOVE PAG-PARCELA         TO SORT-PARCELA
                    MOVE PAG-QTD-PARCELAS    TO SORT-QTD-PARCELAS
                    MOVE WRK-VALOR-ABERTO    TO SORT-VALOR-ABERTO
                    MOVE WRK-DIAS            TO SORT-DIAS
                    MOVE PAG-CONFERENCIA     TO SORT-CONFERENCIA
                    RELEASE SORT-REG
                END-IF
            END-IF.
            PERFORM 2010-LER-PAGAR.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA DO SORT - UMA LINHA POR PARCELA, EM
      * ORDEM DE VENCIMENTO; DIAS NEGATIVOS SAO DIAS DE ATRASO.
      *----------------------------------------------------------------
       3000-IMPRIMIR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-IMPRIMIR-TITULO UNTIL FIM-SORT.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-IMPRIMIR-TITULO.
            IF SORT-DIAS < ZEROS
                MOVE 'VENCIDO' TO WRK-SITUACAO
                ADD 1 TO WRK-QTD-VENCIDOS
                ADD SORT-VALOR-ABERTO TO WRK-TOTAL-VENCIDO
            ELSE
                MOVE 'A VENCER' TO WRK-SITUACAO
                ADD 1 TO WRK-QTD-VENCENDO
                ADD SORT-VALOR-ABERTO TO WRK-TOTAL-VENCENDO
            END-IF.
            MOVE SORT-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
                INVALID KEY
                    MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-NOME-FORNEC
                NOT INVALID KEY
                    MOVE FOR-NOME TO WRK-NOME-FORNEC
            END-READ.
            MOVE SORT-VENCIMENTO TO WRK-DATA-VENC.
            MOVE SORT-VALOR-ABERTO TO WRK-VALOR-ED.
            MOVE SORT-DIAS TO WRK-DIAS-ED.
            IF SORT-CONFERENCIA = 'B'
                MOVE 'BLOQ' TO WRK-BLOQUEIO
            ELSE
                MOVE SPACES TO WRK-BLOQUEIO
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-SITUACAO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VENC-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-VENC-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-VENC-ANO DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-TITULO DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-FORNECEDOR DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-FORNEC DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-NOTA DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-PARCELA DELIMITED SIZE
                '/' DELIMITED SIZE
                SORT-QTD-PARCELAS DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-DIAS-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-BLOQUEIO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3010-RETORNAR-SORT.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-VENCIDO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'TITULOS VENCIDOS.: ' DELIMITED SIZE
                WRK-QTD-VENCIDOS DELIMITED SIZE
                '   SALDO VENCIDO.: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-VENCENDO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'TITULOS A VENCER.: ' DELIMITED SIZE
                WRK-QTD-VENCENDO DELIMITED SIZE
                '   SALDO A VENCER: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE FORNECEDORES.
            CLOSE REL-VENCIMENTOS.
            DISPLAY 'VENCIMENTOS A PAGAR GRAVADOS EM PAGVENC.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-VENCIDOS + WRK-QTD-VENCENDO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PAGVENC.
