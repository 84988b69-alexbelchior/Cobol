      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO MENSAL DE ESTORNOS DE COMISSAO POR VENDEDOR
      *          - ACOMPANHA O RELATORIO DE COMISSOES NA CADEIA MENSAL
      *          (CLMENSAL, LOGO DEPOIS DO COMISSAO). LISTA, POR
      *          VENDEDOR E FATURA, OS ESTORNOS REGISTRADOS NO MES EM
      *          COMESTOR: PERDA (AJUSTE NEGATIVO LANCADO NO COMLEDG),
      *          CANCELAMENTO DE NOTA (JA LIQUIDO PELO RAZAO DE VENDAS
      *          - SO INFORMATIVO) E AS RECUPERACOES DE TITULO EM
      *          PERDA QUE DEVOLVERAM COMISSAO NO MES. ANO/MES ZERADOS
      *          NO SYSIN = MES ANTERIOR.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMESTRL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COM-ESTORNOS ASSIGN TO 'COMESTOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CME-FATURA
               FILE STATUS IS WRK-FS-ESTORNO.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT WRK-SORTFILE ASSIGN TO 'CMESORT'.
           SELECT REL-ESTORNOS ASSIGN TO 'COMESTRL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  COM-ESTORNOS
           LABEL RECORD IS STANDARD.
           COPY CMEREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-VENDEDOR        PIC 9(04).
           05 SORT-TIPO            PIC X(01).
           05 SORT-FATURA          PIC 9(08).
           05 SORT-PEDIDO          PIC 9(06).
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-ORIGEM          PIC X(01).
           05 SORT-LANCAMENTO      PIC X(01).
           05 SORT-BASE            PIC 9(08)V99.
           05 SORT-VALOR           PIC 9(09)V99.
       FD  REL-ESTORNOS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ESTORNO  PIC X(01) VALUE 'N'.
           88 FIM-ESTORNOS VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-VENDEDOR-ANT PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-VENDEDOR PIC X(40) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(24) VALUE SPACES.
       77 WRK-VEN-PERDA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VEN-CANCEL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VEN-REVERTIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VEN-LIQUIDO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PERDA    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CANCEL   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-REVERTIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VENDEDORES PIC 9(04) VALUE ZEROS.
       77 WRK-BASE-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PERDA-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CANCEL-ED    PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-REVERT-ED    PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED   PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-MES-PEDIDO-GRP.
           05 WRK-MES-PEDIDO   PIC 9(06) VALUE ZEROS.
           05 WRK-MES-PEDIDO-ED REDEFINES WRK-MES-PEDIDO.
               10 WRK-PED-ANO   PIC 9(04).
               10 WRK-PED-MES   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-VENDEDOR SORT-TIPO SORT-FATURA
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-TOTALIZAR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, COMO NO COMISSAO.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'COMESTRL' TO JBL-PROGRAMA.
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
            OPEN INPUT VENDEDORES.
            OPEN OUTPUT REL-ESTORNOS.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'ESTORNOS DE COMISSAO DE ' DELIMITED SIZE
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

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - O ESTORNO REGISTRADO NO MES
      * SAI COMO TIPO 'E'; A RECUPERACAO QUE DEVOLVEU COMISSAO NO MES
      * SAI COMO TIPO 'R', COM O VALOR JA DEVOLVIDO.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT COM-ESTORNOS.
            IF WRK-FS-ESTORNO = '00'
                PERFORM 2010-LER-ESTORNO
                PERFORM 2020-LIBERAR UNTIL FIM-ESTORNOS
                CLOSE COM-ESTORNOS
            END-IF.

       2010-LER-ESTORNO.
            READ COM-ESTORNOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ESTORNO
            END-READ.

       2020-LIBERAR.
            MOVE CME-VENDEDOR    TO SORT-VENDEDOR.
            MOVE CME-FATURA      TO SORT-FATURA.
            MOVE CME-PEDIDO      TO SORT-PEDIDO.
            MOVE CME-CLIENTE     TO SORT-CLIENTE.
            MOVE CME-ORIGEM      TO SORT-ORIGEM.
            MOVE CME-LANCAMENTO  TO SORT-LANCAMENTO.
            MOVE CME-BASE        TO SORT-BASE.
            IF CME-ANO-MES = WRK-MES-PEDIDO
                MOVE 'E' TO SORT-TIPO
                MOVE CME-VALOR TO SORT-VALOR
                RELEASE SORT-REG
            END-IF.
            IF CME-REV-ANO-MES = WRK-MES-PEDIDO
                AND CME-VALOR-REVERTIDO > ZEROS
                MOVE 'R' TO SORT-TIPO
                MOVE CME-VALOR-REVERTIDO TO SORT-VALOR
                RELEASE SORT-REG
            END-IF.
            PERFORM 2010-LER-ESTORNO.

       3000-TOTALIZAR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-ACUMULAR UNTIL FIM-SORT.
            IF NOT PRIMEIRO-REGISTRO
                PERFORM 3200-FECHAR-VENDEDOR
            END-IF.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-ACUMULAR.
            IF NOT PRIMEIRO-REGISTRO
                AND SORT-VENDEDOR NOT = WRK-VENDEDOR-ANT
                PERFORM 3200-FECHAR-VENDEDOR
            END-IF.
            IF PRIMEIRO-REGISTRO
                OR SORT-VENDEDOR NOT = WRK-VENDEDOR-ANT
                MOVE SORT-VENDEDOR TO WRK-VENDEDOR-ANT
                PERFORM 3100-CABECALHO-VENDEDOR
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            ADD 1 TO WRK-QTD-LINHAS.
            EVALUATE TRUE
                WHEN SORT-TIPO = 'R'
                    MOVE 'RECUPERACAO - DEVOLVIDA' TO WRK-DESCRICAO
                    ADD SORT-VALOR TO WRK-VEN-REVERTIDO
                WHEN SORT-ORIGEM = 'P'
                    MOVE 'PERDA - ESTORNO COMLEDG' TO WRK-DESCRICAO
                    ADD SORT-VALOR TO WRK-VEN-PERDA
                WHEN OTHER
                    MOVE 'NOTA CANC - LIQ NO RAZAO' TO WRK-DESCRICAO
                    ADD SORT-VALOR TO WRK-VEN-CANCEL
            END-EVALUATE.
            MOVE SORT-BASE TO WRK-BASE-ED.
            MOVE SORT-VALOR TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                SORT-FATURA DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-PEDIDO DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-DESCRICAO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-BASE-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3010-RETORNAR-SORT.

       3100-CABECALHO-VENDEDOR.
            MOVE WRK-VENDEDOR-ANT TO VEN-CODIGO.
            READ VENDEDORES
                INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-NOME-VENDEDOR
                NOT INVALID KEY
                    MOVE VEN-NOME TO WRK-NOME-VENDEDOR
            END-READ.
            MOVE SPACES TO REL-LINHA.
            STRING 'VENDEDOR ' DELIMITED SIZE
                WRK-VENDEDOR-ANT DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-VENDEDOR DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING '   FATURA   PEDIDO CLIENT ORIGEM' DELIMITED SIZE
                '                          BASE     COMISSAO'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * TOTAL DO VENDEDOR - O EFEITO NO RAZAO DE COMISSOES E A
      * REVERSAO MENOS O ESTORNO DE PERDA; O CANCELAMENTO JA ESTA NA
      * COMISSAO DO MES (VENDA LIQUIDA) E APARECE A PARTE.
      *----------------------------------------------------------------
       3200-FECHAR-VENDEDOR.
            ADD 1 TO WRK-QTD-VENDEDORES.
            COMPUTE WRK-VEN-LIQUIDO = WRK-VEN-REVERTIDO - WRK-VEN-PERDA.
            MOVE WRK-VEN-PERDA TO WRK-PERDA-ED.
            MOVE WRK-VEN-REVERTIDO TO WRK-REVERT-ED.
            MOVE WRK-VEN-LIQUIDO TO WRK-LIQUIDO-ED.
            MOVE WRK-VEN-CANCEL TO WRK-CANCEL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ESTORNADO ' DELIMITED SIZE
                WRK-PERDA-ED DELIMITED SIZE
                '  DEVOLVIDO ' DELIMITED SIZE
                WRK-REVERT-ED DELIMITED SIZE
                '  NO COMLEDG ' DELIMITED SIZE
                WRK-LIQUIDO-ED DELIMITED SIZE
                '  CANCELAMENTOS ' DELIMITED SIZE
                WRK-CANCEL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            ADD WRK-VEN-PERDA TO WRK-TOT-PERDA.
            ADD WRK-VEN-CANCEL TO WRK-TOT-CANCEL.
            ADD WRK-VEN-REVERTIDO TO WRK-TOT-REVERTIDO.
            MOVE ZEROS TO WRK-VEN-PERDA.
            MOVE ZEROS TO WRK-VEN-CANCEL.
            MOVE ZEROS TO WRK-VEN-REVERTIDO.

       4000-FINALIZAR.
            COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-REVERTIDO - WRK-TOT-PERDA.
            MOVE WRK-TOT-PERDA TO WRK-PERDA-ED.
            MOVE WRK-TOT-REVERTIDO TO WRK-REVERT-ED.
            MOVE WRK-TOT-LIQUIDO TO WRK-LIQUIDO-ED.
            MOVE WRK-TOT-CANCEL TO WRK-CANCEL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'VENDEDORES: ' DELIMITED SIZE
                WRK-QTD-VENDEDORES DELIMITED SIZE
                '  LINHAS: ' DELIMITED SIZE
                WRK-QTD-LINHAS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL ESTORNADO ' DELIMITED SIZE
                WRK-PERDA-ED DELIMITED SIZE
                '  DEVOLVIDO ' DELIMITED SIZE
                WRK-REVERT-ED DELIMITED SIZE
                '  NO COMLEDG ' DELIMITED SIZE
                WRK-LIQUIDO-ED DELIMITED SIZE
                '  CANCELAMENTOS ' DELIMITED SIZE
                WRK-CANCEL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE VENDEDORES.
            CLOSE REL-ESTORNOS.
            DISPLAY 'ESTORNOS DE COMISSAO GRAVADOS EM COMESTRL.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LINHAS TO JBL-LIDOS.
            MOVE ZEROS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM COMESTRL.
