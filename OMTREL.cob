      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO DAS ORDENS DE MONTAGEM DE KIT (ORDMONT) -
      *          PRIMEIRO AS ORDENS EM ABERTO (ABERTAS E LIBERADAS),
      *          COM A DATA DE ABERTURA E A QUANTIDADE DE KITS AINDA
      *          POR MONTAR/DESMONTAR, DEPOIS AS ORDENS CONCLUIDAS NO
      *          MES CORRENTE COM O CUSTO TOTAL E UNITARIO APURADO.
      *          AS CANCELADAS NAO SAEM. RODA NA CADEIA NOTURNA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OMTREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-MONTAGEM ASSIGN TO 'ORDMONT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OMT-NUMERO
               FILE STATUS IS WRK-FS-ORDMONT.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT WRK-SORTFILE ASSIGN TO 'OMTSORT'.
           SELECT REL-ORDENS ASSIGN TO 'OMTREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-MONTAGEM
           LABEL RECORD IS STANDARD.
           COPY OMTREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-GRUPO           PIC 9(01).
               88 SORT-EM-ABERTO   VALUE 1.
               88 SORT-CONCLUIDA   VALUE 2.
           05 SORT-NUMERO          PIC 9(06).
           05 SORT-TIPO            PIC X(01).
           05 SORT-KIT             PIC 9(06).
           05 SORT-QUANTIDADE      PIC 9(05).
           05 SORT-ARMAZEM         PIC 9(02).
           05 SORT-STATUS          PIC X(01).
           05 SORT-DATA            PIC 9(08).
           05 SORT-CUSTO-TOTAL     PIC 9(09)V99.
           05 SORT-CUSTO-UNIT      PIC 9(07)V99.
       FD  REL-ORDENS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ORDMONT   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ORDENS   PIC X(01) VALUE 'N'.
           88 FIM-ORDENS   VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-GRUPO-ANT    PIC 9(01) VALUE ZEROS.
       77 WRK-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ABERTO   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONCLUIDA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CUSTO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DESCRICAO    PIC X(40) VALUE SPACES.
       77 WRK-TIPO-ED      PIC X(11) VALUE SPACES.
       77 WRK-STATUS-ED    PIC X(09) VALUE SPACES.
       77 WRK-CUSTO-ED     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-UNIT-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-ORDEM-GRP.
           05 WRK-DATA-ORDEM   PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-ORDEM-ED REDEFINES WRK-DATA-ORDEM.
               10 WRK-ORD-ANO   PIC 9(04).
               10 WRK-ORD-MES   PIC 9(02).
               10 WRK-ORD-DIA   PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-GRUPO SORT-NUMERO
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-IMPRIMIR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'OMTREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN OUTPUT REL-ORDENS.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'ORDENS DE MONTAGEM DE KIT   DATA: ' DELIMITED SIZE
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
      * PROCEDIMENTO DE ENTRADA DO SORT - GRUPO 1 PARA ORDEM ABERTA OU
      * LIBERADA (DATA DE ABERTURA), GRUPO 2 PARA ORDEM CONCLUIDA NO
      * MES CORRENTE (DATA DE CONCLUSAO).
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT ORDENS-MONTAGEM.
            IF WRK-FS-ORDMONT = '00'
                PERFORM 2010-LER-ORDEM
                PERFORM 2020-LIBERAR-ORDEM UNTIL FIM-ORDENS
                CLOSE ORDENS-MONTAGEM
            END-IF.

       2010-LER-ORDEM.
            READ ORDENS-MONTAGEM NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ORDENS
            END-READ.

       2020-LIBERAR-ORDEM.
            ADD 1 TO WRK-LIDOS.
            MOVE ZEROS TO SORT-GRUPO.
            IF OMT-ABERTA OR OMT-LIBERADA
                MOVE 1 TO SORT-GRUPO
                MOVE OMT-DATA-ABERTURA TO SORT-DATA
            END-IF.
            IF OMT-CONCLUIDA
                MOVE OMT-DATA-CONCLUSAO TO WRK-DATA-ORDEM
                IF WRK-ORD-ANO = WRK-HOJE-ANO
                    AND WRK-ORD-MES = WRK-HOJE-MES
                    MOVE 2 TO SORT-GRUPO
                    MOVE OMT-DATA-CONCLUSAO TO SORT-DATA
                END-IF
            END-IF.
            IF SORT-GRUPO NOT = ZEROS
                MOVE OMT-NUMERO      TO SORT-NUMERO
                MOVE OMT-TIPO        TO SORT-TIPO
                MOVE OMT-KIT         TO SORT-KIT
                MOVE OMT-QUANTIDADE  TO SORT-QUANTIDADE
                MOVE OMT-ARMAZEM     TO SORT-ARMAZEM
                MOVE OMT-STATUS      TO SORT-STATUS
                MOVE OMT-CUSTO-TOTAL TO SORT-CUSTO-TOTAL
                MOVE OMT-CUSTO-UNIT  TO SORT-CUSTO-UNIT
                RELEASE SORT-REG
            END-IF.
            PERFORM 2010-LER-ORDEM.

       3000-IMPRIMIR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-IMPRIMIR-ORDEM UNTIL FIM-SORT.
            IF WRK-QTD-ABERTO = ZEROS AND WRK-QTD-CONCLUIDA = ZEROS
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                MOVE 'NENHUMA ORDEM EM ABERTO OU CONCLUIDA NO MES'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-IMPRIMIR-ORDEM.
            IF SORT-GRUPO NOT = WRK-GRUPO-ANT
                PERFORM 3100-CABECALHO-GRUPO
            END-IF.
            MOVE SORT-KIT TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-DESCRICAO
                NOT INVALID KEY
                    MOVE PRO-DESCRICAO TO WRK-DESCRICAO
            END-READ.
            IF SORT-TIPO = 'M'
                MOVE 'MONTAGEM' TO WRK-TIPO-ED
            ELSE
                MOVE 'DESMONTAGEM' TO WRK-TIPO-ED
            END-IF.
            MOVE SORT-DATA TO WRK-DATA-ORDEM.
            MOVE SPACES TO REL-LINHA.
            IF SORT-EM-ABERTO
                ADD 1 TO WRK-QTD-ABERTO
                IF SORT-STATUS = 'L'
                    MOVE 'LIBERADA' TO WRK-STATUS-ED
                ELSE
                    MOVE 'ABERTA' TO WRK-STATUS-ED
                END-IF
                STRING SORT-NUMERO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-TIPO-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    SORT-KIT DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-DESCRICAO (1:25) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    SORT-QUANTIDADE DELIMITED SIZE
                    '   ' DELIMITED SIZE
                    SORT-ARMAZEM DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-STATUS-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-ORD-DIA DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-ORD-MES DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-ORD-ANO DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                ADD 1 TO WRK-QTD-CONCLUIDA
                ADD SORT-CUSTO-TOTAL TO WRK-TOTAL-CUSTO
                MOVE SORT-CUSTO-TOTAL TO WRK-CUSTO-ED
                MOVE SORT-CUSTO-UNIT TO WRK-UNIT-ED
                STRING SORT-NUMERO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-TIPO-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    SORT-KIT DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-DESCRICAO (1:25) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    SORT-QUANTIDADE DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-ORD-DIA DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-ORD-MES DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-ORD-ANO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-CUSTO-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-UNIT-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            END-IF.
            WRITE REL-LINHA.
            PERFORM 3010-RETORNAR-SORT.

       3100-CABECALHO-GRUPO.
            MOVE SORT-GRUPO TO WRK-GRUPO-ANT.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            IF SORT-EM-ABERTO
                MOVE 'ORDENS EM ABERTO (ABERTAS E LIBERADAS)'
                    TO REL-LINHA
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                STRING 'ORDEM  TIPO        KIT    DESCRICAO'
                    DELIMITED SIZE
                    '                 QTDE  ARMZ STATUS    ABERTURA'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                MOVE 'ORDENS CONCLUIDAS NO MES' TO REL-LINHA
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                STRING 'ORDEM  TIPO        KIT    DESCRICAO'
                    DELIMITED SIZE
                    '                 QTDE  CONCLUSAO    CUSTO TOTAL'
                    DELIMITED SIZE
                    '  CUSTO UNIT' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            END-IF.
            WRITE REL-LINHA.

       4000-FINALIZAR.
            MOVE WRK-TOTAL-CUSTO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'EM ABERTO: ' DELIMITED SIZE
                WRK-QTD-ABERTO DELIMITED SIZE
                '   CONCLUIDAS NO MES: ' DELIMITED SIZE
                WRK-QTD-CONCLUIDA DELIMITED SIZE
                '   CUSTO TOTAL: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE PRODUTOS-MASTER.
            CLOSE REL-ORDENS.
            DISPLAY 'RELATORIO DE ORDENS DE MONTAGEM GRAVADO EM '
                'OMTREL.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-ABERTO + WRK-QTD-CONCLUIDA.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM OMTREL.
