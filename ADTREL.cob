      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO DE ADIANTAMENTOS DE CLIENTES EM ABERTO -
      *          VARRE O ARQUIVO ADIANTA E QUEBRA O SALDO AINDA NAO
      *          CONSUMIDO DE CADA CLIENTE EM FAIXAS DE IDADE DO
      *          RECEBIMENTO (ATE 30 / 60 / 90 / 180 / MAIS DE 180
      *          DIAS), COM O NOME DO CLIENTE VINDO DE CLIENTES-MASTER,
      *          NO MESMO PADRAO DO AGING DE CONTAS A RECEBER - O
      *          FINANCEIRO ENXERGA O DINHEIRO PARADO HA MESES SEM
      *          PEDIDO PARA CONSUMI-LO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADIANTAMENTOS ASSIGN TO 'ADIANTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-NUMERO
               ALTERNATE RECORD KEY IS ADT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-ADIANTA.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT WRK-SORTFILE ASSIGN TO 'ADTSORT'.
           SELECT REL-ADIANTA ASSIGN TO 'ADTREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADIANTAMENTOS
           LABEL RECORD IS STANDARD.
           COPY ADTREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-DATA            PIC 9(08).
           05 SORT-SALDO           PIC 9(09)V99.
       FD  REL-ADIANTA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ADIANTA   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ADIANTA  PIC X(01) VALUE 'N'.
           88 FIM-ADIANTA  VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-CLIENTE-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-IDADE   PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ADT     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ABERTOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CLIENTES PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-ADT-GRP.
           05 WRK-DATA-ADT     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-ADT-ED REDEFINES WRK-DATA-ADT.
               10 WRK-ADT-ANO   PIC 9(04).
               10 WRK-ADT-MES   PIC 9(02).
               10 WRK-ADT-DIA   PIC 9(02).
       01 WRK-FAIXAS-CLIENTE.
           05 WRK-CLI-ATE-30   PIC 9(09)V99 VALUE ZEROS.
           05 WRK-CLI-ATE-60   PIC 9(09)V99 VALUE ZEROS.
           05 WRK-CLI-ATE-90   PIC 9(09)V99 VALUE ZEROS.
           05 WRK-CLI-ATE-180  PIC 9(09)V99 VALUE ZEROS.
           05 WRK-CLI-MAIS-180 PIC 9(09)V99 VALUE ZEROS.
           05 WRK-CLI-TOTAL    PIC 9(09)V99 VALUE ZEROS.
       01 WRK-FAIXAS-GERAL.
           05 WRK-GER-ATE-30   PIC 9(10)V99 VALUE ZEROS.
           05 WRK-GER-ATE-60   PIC 9(10)V99 VALUE ZEROS.
           05 WRK-GER-ATE-90   PIC 9(10)V99 VALUE ZEROS.
           05 WRK-GER-ATE-180  PIC 9(10)V99 VALUE ZEROS.
           05 WRK-GER-MAIS-180 PIC 9(10)V99 VALUE ZEROS.
           05 WRK-GER-TOTAL    PIC 9(10)V99 VALUE ZEROS.
       01 WRK-NOME-CLIENTE PIC X(40) VALUE SPACES.
       77 WRK-VALOR-ED1    PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2    PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3    PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED4    PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED5    PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED6    PIC ZZZZZZZZ9,99 VALUE ZEROS.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-CLIENTE SORT-DATA
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-CLASSIFICAR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'ADTREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            OPEN OUTPUT REL-ADIANTA.
            OPEN INPUT CLIENTES-MASTER.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'ADIANTAMENTOS DE CLIENTES EM ABERTO POR IDADE'
                DELIMITED SIZE
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
            STRING 'CLIENTE                         ATE 30'
                DELIMITED SIZE
                '      ATE 60      ATE 90     ATE 180    MAIS 180'
                DELIMITED SIZE
                '        TOTAL' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - LIBERA UM REGISTRO DE
      * TRABALHO POR ADIANTAMENTO AINDA COM SALDO, ORDENADO POR
      * CLIENTE E DATA DO RECEBIMENTO.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT ADIANTAMENTOS.
            IF WRK-FS-ADIANTA = '00'
                PERFORM 2010-LER-ADIANTAMENTO
                PERFORM 2020-LIBERAR-ADIANTAMENTO UNTIL FIM-ADIANTA
                CLOSE ADIANTAMENTOS
            END-IF.

       2010-LER-ADIANTAMENTO.
            READ ADIANTAMENTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-READ.
            IF NOT FIM-ADIANTA
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2020-LIBERAR-ADIANTAMENTO.
            IF ADIANT-ABERTO
                AND ADT-SALDO > ZEROS
                MOVE ADT-CLIENTE TO SORT-CLIENTE
                MOVE ADT-DATA    TO SORT-DATA
                MOVE ADT-SALDO   TO SORT-SALDO
                RELEASE SORT-REG
                ADD 1 TO WRK-QTD-ABERTOS
            END-IF.
            PERFORM 2010-LER-ADIANTAMENTO.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA DO SORT - ACUMULA O SALDO DE CADA
      * ADIANTAMENTO NA FAIXA DE IDADE E IMPRIME UMA LINHA POR
      * CLIENTE NA QUEBRA.
      *----------------------------------------------------------------
       3000-CLASSIFICAR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-ACUMULAR UNTIL FIM-SORT.
            IF NOT PRIMEIRO-REGISTRO
                PERFORM 3100-IMPRIMIR-CLIENTE
            END-IF.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-ACUMULAR.
            IF NOT PRIMEIRO-REGISTRO
                AND SORT-CLIENTE NOT = WRK-CLIENTE-ANT
                PERFORM 3100-IMPRIMIR-CLIENTE
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE SORT-CLIENTE TO WRK-CLIENTE-ANT.
            PERFORM 3030-CALCULAR-IDADE.
            EVALUATE TRUE
                WHEN WRK-DIAS-IDADE <= 30
                    ADD SORT-SALDO TO WRK-CLI-ATE-30
                    ADD SORT-SALDO TO WRK-GER-ATE-30
                WHEN WRK-DIAS-IDADE <= 60
                    ADD SORT-SALDO TO WRK-CLI-ATE-60
                    ADD SORT-SALDO TO WRK-GER-ATE-60
                WHEN WRK-DIAS-IDADE <= 90
                    ADD SORT-SALDO TO WRK-CLI-ATE-90
                    ADD SORT-SALDO TO WRK-GER-ATE-90
                WHEN WRK-DIAS-IDADE <= 180
                    ADD SORT-SALDO TO WRK-CLI-ATE-180
                    ADD SORT-SALDO TO WRK-GER-ATE-180
                WHEN OTHER
                    ADD SORT-SALDO TO WRK-CLI-MAIS-180
                    ADD SORT-SALDO TO WRK-GER-MAIS-180
            END-EVALUATE.
            ADD SORT-SALDO TO WRK-CLI-TOTAL.
            ADD SORT-SALDO TO WRK-GER-TOTAL.
            PERFORM 3010-RETORNAR-SORT.

      *----------------------------------------------------------------
      * IDADE EM DIAS PELO CALENDARIO COMERCIAL (360/30), COMO NO
      * AGING DE CONTAS A RECEBER.
      *----------------------------------------------------------------
       3030-CALCULAR-IDADE.
            MOVE SORT-DATA TO WRK-DATA-ADT.
            COMPUTE WRK-DIAS-ADT = (WRK-ADT-ANO * 360)
                + (WRK-ADT-MES * 30) + WRK-ADT-DIA.
            COMPUTE WRK-DIAS-IDADE = WRK-DIAS-HOJE - WRK-DIAS-ADT.

       3100-IMPRIMIR-CLIENTE.
            ADD 1 TO WRK-QTD-CLIENTES.
            MOVE WRK-CLIENTE-ANT TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME-CLIENTE
                NOT INVALID KEY
                    MOVE CLI-NOME TO WRK-NOME-CLIENTE
            END-READ.
            MOVE WRK-CLI-ATE-30   TO WRK-VALOR-ED1.
            MOVE WRK-CLI-ATE-60   TO WRK-VALOR-ED2.
            MOVE WRK-CLI-ATE-90   TO WRK-VALOR-ED3.
            MOVE WRK-CLI-ATE-180  TO WRK-VALOR-ED4.
            MOVE WRK-CLI-MAIS-180 TO WRK-VALOR-ED5.
            MOVE WRK-CLI-TOTAL    TO WRK-VALOR-ED6.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-CLIENTE-ANT DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-CLIENTE (1:20) DELIMITED SIZE
                ' ' WRK-VALOR-ED1 DELIMITED SIZE
                ' ' WRK-VALOR-ED2 DELIMITED SIZE
                ' ' WRK-VALOR-ED3 DELIMITED SIZE
                ' ' WRK-VALOR-ED4 DELIMITED SIZE
                ' ' WRK-VALOR-ED5 DELIMITED SIZE
                ' ' WRK-VALOR-ED6 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-CLI-ATE-30.
            MOVE ZEROS TO WRK-CLI-ATE-60.
            MOVE ZEROS TO WRK-CLI-ATE-90.
            MOVE ZEROS TO WRK-CLI-ATE-180.
            MOVE ZEROS TO WRK-CLI-MAIS-180.
            MOVE ZEROS TO WRK-CLI-TOTAL.

       4000-FINALIZAR.
            MOVE WRK-GER-ATE-30   TO WRK-VALOR-ED1.
            MOVE WRK-GER-ATE-60   TO WRK-VALOR-ED2.
            MOVE WRK-GER-ATE-90   TO WRK-VALOR-ED3.
            MOVE WRK-GER-ATE-180  TO WRK-VALOR-ED4.
            MOVE WRK-GER-MAIS-180 TO WRK-VALOR-ED5.
            MOVE WRK-GER-TOTAL    TO WRK-VALOR-ED6.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL GERAL                ' DELIMITED SIZE
                ' ' WRK-VALOR-ED1 DELIMITED SIZE
                ' ' WRK-VALOR-ED2 DELIMITED SIZE
                ' ' WRK-VALOR-ED3 DELIMITED SIZE
                ' ' WRK-VALOR-ED4 DELIMITED SIZE
                ' ' WRK-VALOR-ED5 DELIMITED SIZE
                ' ' WRK-VALOR-ED6 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'ADIANTAMENTOS EM ABERTO: ' DELIMITED SIZE
                WRK-QTD-ABERTOS DELIMITED SIZE
                '   CLIENTES: ' DELIMITED SIZE
                WRK-QTD-CLIENTES DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE CLIENTES-MASTER.
            CLOSE REL-ADIANTA.
            DISPLAY 'ADIANTAMENTOS GRAVADOS EM ADTREL.TXT'.

            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-ABERTOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM ADTREL.
