      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO DIARIO DE PRAZO (SLA) DO ATENDIMENTO POS-
      *          VENDA - LISTA OS CHAMADOS AINDA NAO FECHADOS DO
      *          ARQUIVO CHAMADOS POR CATEGORIA, DO MAIS ANTIGO PARA O
      *          MAIS NOVO, COM A IDADE EM DIAS E A MARCA 'FORA DO SLA'
      *          QUANDO A IDADE PASSA DO PRAZO DA PRIORIDADE (PARAMETROS
      *          SACSLA1/SACSLA2/SACSLA3 NO PARMLER - PADRAO 1, 3 E 7
      *          DIAS). FECHA COM OS TOTAIS DE CADA CATEGORIA POR FAIXA
      *          DE IDADE.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SACSLA.
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
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT WRK-SORTFILE ASSIGN TO 'SACSORT'.
           SELECT REL-SLA ASSIGN TO 'SACSLA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADOS
           LABEL RECORD IS STANDARD.
           COPY SACREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-CATEGORIA       PIC X(01).
           05 SORT-IDADE           PIC 9(05).
           05 SORT-NUMERO          PIC 9(06).
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-PRIORIDADE      PIC 9(01).
           05 SORT-STATUS          PIC X(01).
           05 SORT-RESPONSAVEL     PIC X(20).
       FD  REL-SLA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CHAMADO   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-CHAMADO  PIC X(01) VALUE 'N'.
           88 FIM-CHAMADOS VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-CATEGORIA-ANT PIC X(01) VALUE SPACE.
       77 WRK-DIAS-IDADE   PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-CHAMADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FORA-SLA PIC 9(06) VALUE ZEROS.
       77 WRK-IND-FAIXA    PIC 9(01) VALUE ZEROS.
       77 WRK-IND-PRIOR    PIC 9(01) VALUE ZEROS.
       77 WRK-DESC-CATEGORIA PIC X(16) VALUE SPACES.
       77 WRK-DESC-STATUS  PIC X(14) VALUE SPACES.
       77 WRK-MARCA-SLA    PIC X(11) VALUE SPACES.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-SAC-GRP.
           05 WRK-DATA-SAC     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-SAC-ED REDEFINES WRK-DATA-SAC.
               10 WRK-SAC-ANO   PIC 9(04).
               10 WRK-SAC-MES   PIC 9(02).
               10 WRK-SAC-DIA   PIC 9(02).
      *----------------------------------------------------------------
      * PRAZO EM DIAS POR PRIORIDADE (1=ALTA 2=MEDIA 3=BAIXA).
      *----------------------------------------------------------------
       01 WRK-TAB-SLA.
           05 WRK-SLA-DIAS     PIC 9(03) OCCURS 3 TIMES.
      *----------------------------------------------------------------
      * FAIXAS DE IDADE: ATE 1 / ATE 3 / ATE 7 / ATE 15 / MAIS DE 15.
      *----------------------------------------------------------------
       01 WRK-FAIXAS-CATEGORIA.
           05 WRK-CAT-FAIXA    PIC 9(05) OCCURS 5 TIMES.
           05 WRK-CAT-TOTAL    PIC 9(05).
           05 WRK-CAT-FORA-SLA PIC 9(05).
       01 WRK-FAIXAS-GERAL.
           05 WRK-GER-FAIXA    PIC 9(06) OCCURS 5 TIMES.
           05 WRK-GER-TOTAL    PIC 9(06).
       01 WRK-NOME-CLIENTE PIC X(40) VALUE SPACES.
       77 WRK-IDADE-ED     PIC ZZZZ9 VALUE ZEROS.
       77 WRK-SLA-ED       PIC ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED1      PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED2      PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED3      PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED4      PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED5      PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED6      PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED7      PIC ZZZZZ9 VALUE ZEROS.
           COPY PLRREG.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-CATEGORIA
                ON DESCENDING KEY SORT-IDADE
                ON ASCENDING KEY SORT-NUMERO
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-LISTAR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'SACSLA' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            INITIALIZE WRK-FAIXAS-CATEGORIA.
            INITIALIZE WRK-FAIXAS-GERAL.
            PERFORM 1100-LER-PRAZOS.
            OPEN OUTPUT REL-SLA.
            OPEN INPUT CLIENTES-MASTER.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CHAMADOS SAC EM ABERTO POR CATEGORIA E IDADE'
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

      *----------------------------------------------------------------
      * PRAZOS DO SLA NA TABELA DE PARAMETROS, COM O PADRAO DA CASA
      * QUANDO A CHAVE NAO ESTA CADASTRADA.
      *----------------------------------------------------------------
       1100-LER-PRAZOS.
            MOVE 1 TO WRK-SLA-DIAS (1).
            MOVE 3 TO WRK-SLA-DIAS (2).
            MOVE 7 TO WRK-SLA-DIAS (3).
            ACCEPT PLR-DATA FROM DATE YYYYMMDD.
            MOVE 'SACSLA1' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-SLA-DIAS (1)
            END-IF.
            MOVE 'SACSLA2' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-SLA-DIAS (2)
            END-IF.
            MOVE 'SACSLA3' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-SLA-DIAS (3)
            END-IF.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - LIBERA OS CHAMADOS ABERTOS
      * OU EM ATENDIMENTO COM A IDADE DESDE A ABERTURA.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT CHAMADOS.
            IF WRK-FS-CHAMADO = '00'
                PERFORM 2010-LER-CHAMADO
                PERFORM 2020-LIBERAR-CHAMADO UNTIL FIM-CHAMADOS
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

       2020-LIBERAR-CHAMADO.
            IF SAC-PENDENTE
                MOVE SAC-DATA-ABERTURA TO WRK-DATA-SAC
                COMPUTE WRK-DIAS-CHAMADO = (WRK-SAC-ANO * 360)
                    + (WRK-SAC-MES * 30) + WRK-SAC-DIA
                COMPUTE WRK-DIAS-IDADE = WRK-DIAS-HOJE
                    - WRK-DIAS-CHAMADO
                IF WRK-DIAS-IDADE < ZEROS
                    MOVE ZEROS TO WRK-DIAS-IDADE
                END-IF
                MOVE SAC-CATEGORIA    TO SORT-CATEGORIA
                MOVE WRK-DIAS-IDADE   TO SORT-IDADE
                MOVE SAC-NUMERO       TO SORT-NUMERO
                MOVE SAC-CLIENTE      TO SORT-CLIENTE
                MOVE SAC-PRIORIDADE   TO SORT-PRIORIDADE
                MOVE SAC-STATUS       TO SORT-STATUS
                MOVE SAC-USUARIO-RESP TO SORT-RESPONSAVEL
                RELEASE SORT-REG
                ADD 1 TO WRK-QTD-PENDENTES
            END-IF.
            PERFORM 2010-LER-CHAMADO.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA DO SORT - UMA LINHA POR CHAMADO, COM
      * QUEBRA E TOTAIS POR FAIXA DE IDADE A CADA CATEGORIA.
      *----------------------------------------------------------------
       3000-LISTAR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-IMPRIMIR-CHAMADO UNTIL FIM-SORT.
            IF NOT PRIMEIRO-REGISTRO
                PERFORM 3200-TOTAL-CATEGORIA
            END-IF.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-IMPRIMIR-CHAMADO.
            IF NOT PRIMEIRO-REGISTRO
                AND SORT-CATEGORIA NOT = WRK-CATEGORIA-ANT
                PERFORM 3200-TOTAL-CATEGORIA
            END-IF.
            IF PRIMEIRO-REGISTRO
                OR SORT-CATEGORIA NOT = WRK-CATEGORIA-ANT
                PERFORM 3100-CABECALHO-CATEGORIA
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE SORT-CATEGORIA TO WRK-CATEGORIA-ANT.
            EVALUATE TRUE
                WHEN SORT-IDADE <= 1
                    MOVE 1 TO WRK-IND-FAIXA
                WHEN SORT-IDADE <= 3
                    MOVE 2 TO WRK-IND-FAIXA
                WHEN SORT-IDADE <= 7
                    MOVE 3 TO WRK-IND-FAIXA
                WHEN SORT-IDADE <= 15
                    MOVE 4 TO WRK-IND-FAIXA
                WHEN OTHER
                    MOVE 5 TO WRK-IND-FAIXA
            END-EVALUATE.
            ADD 1 TO WRK-CAT-FAIXA (WRK-IND-FAIXA).
            ADD 1 TO WRK-GER-FAIXA (WRK-IND-FAIXA).
            ADD 1 TO WRK-CAT-TOTAL.
            ADD 1 TO WRK-GER-TOTAL.
            MOVE SORT-PRIORIDADE TO WRK-IND-PRIOR.
            IF WRK-IND-PRIOR < 1 OR WRK-IND-PRIOR > 3
                MOVE 3 TO WRK-IND-PRIOR
            END-IF.
            MOVE SPACES TO WRK-MARCA-SLA.
            IF SORT-IDADE > WRK-SLA-DIAS (WRK-IND-PRIOR)
                MOVE 'FORA DO SLA' TO WRK-MARCA-SLA
                ADD 1 TO WRK-CAT-FORA-SLA
                ADD 1 TO WRK-QTD-FORA-SLA
            END-IF.
            IF SORT-STATUS = 'E'
                MOVE 'EM ATENDIMENTO' TO WRK-DESC-STATUS
            ELSE
                MOVE 'ABERTO'         TO WRK-DESC-STATUS
            END-IF.
            MOVE SORT-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME-CLIENTE
                NOT INVALID KEY
                    MOVE CLI-NOME TO WRK-NOME-CLIENTE
            END-READ.
            MOVE SORT-IDADE TO WRK-IDADE-ED.
            MOVE WRK-SLA-DIAS (WRK-IND-PRIOR) TO WRK-SLA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING SORT-NUMERO DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-CLIENTE (1:25) DELIMITED SIZE
                '    ' DELIMITED SIZE
                SORT-PRIORIDADE DELIMITED SIZE
                ' ' WRK-IDADE-ED DELIMITED SIZE
                '  ' WRK-SLA-ED DELIMITED SIZE
                ' ' WRK-DESC-STATUS DELIMITED SIZE
                ' ' SORT-RESPONSAVEL DELIMITED SIZE
                ' ' WRK-MARCA-SLA DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3010-RETORNAR-SORT.

       3100-CABECALHO-CATEGORIA.
            EVALUATE SORT-CATEGORIA
                WHEN 'A'
                    MOVE 'ATRASO'           TO WRK-DESC-CATEGORIA
                WHEN 'V'
                    MOVE 'AVARIA'           TO WRK-DESC-CATEGORIA
                WHEN 'C'
                    MOVE 'ERRO DE COBRANCA' TO WRK-DESC-CATEGORIA
                WHEN OTHER
                    MOVE 'QUALIDADE'        TO WRK-DESC-CATEGORIA
            END-EVALUATE.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'CATEGORIA: ' DELIMITED SIZE
                WRK-DESC-CATEGORIA DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'CHAMADO CLIENTE NOME                      PRIOR'
                DELIMITED SIZE
                ' IDADE  SLA SITUACAO       RESPONSAVEL'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3200-TOTAL-CATEGORIA.
            MOVE WRK-CAT-FAIXA (1) TO WRK-QTD-ED1.
            MOVE WRK-CAT-FAIXA (2) TO WRK-QTD-ED2.
            MOVE WRK-CAT-FAIXA (3) TO WRK-QTD-ED3.
            MOVE WRK-CAT-FAIXA (4) TO WRK-QTD-ED4.
            MOVE WRK-CAT-FAIXA (5) TO WRK-QTD-ED5.
            MOVE WRK-CAT-TOTAL     TO WRK-QTD-ED6.
            MOVE WRK-CAT-FORA-SLA  TO WRK-QTD-ED7.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL ' DELIMITED SIZE
                WRK-DESC-CATEGORIA DELIMITED SIZE
                ' ATE 1D:' WRK-QTD-ED1 DELIMITED SIZE
                ' ATE 3D:' WRK-QTD-ED2 DELIMITED SIZE
                ' ATE 7D:' WRK-QTD-ED3 DELIMITED SIZE
                ' ATE 15D:' WRK-QTD-ED4 DELIMITED SIZE
                ' MAIS 15D:' WRK-QTD-ED5 DELIMITED SIZE
                ' TOTAL:' WRK-QTD-ED6 DELIMITED SIZE
                ' FORA SLA:' WRK-QTD-ED7 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            INITIALIZE WRK-FAIXAS-CATEGORIA.

       4000-FINALIZAR.
            MOVE WRK-GER-FAIXA (1) TO WRK-QTD-ED1.
            MOVE WRK-GER-FAIXA (2) TO WRK-QTD-ED2.
            MOVE WRK-GER-FAIXA (3) TO WRK-QTD-ED3.
            MOVE WRK-GER-FAIXA (4) TO WRK-QTD-ED4.
            MOVE WRK-GER-FAIXA (5) TO WRK-QTD-ED5.
            MOVE WRK-GER-TOTAL     TO WRK-QTD-ED6.
            MOVE WRK-QTD-FORA-SLA  TO WRK-QTD-ED7.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL GERAL      ' DELIMITED SIZE
                ' ATE 1D:' WRK-QTD-ED1 DELIMITED SIZE
                ' ATE 3D:' WRK-QTD-ED2 DELIMITED SIZE
                ' ATE 7D:' WRK-QTD-ED3 DELIMITED SIZE
                ' ATE 15D:' WRK-QTD-ED4 DELIMITED SIZE
                ' MAIS 15D:' WRK-QTD-ED5 DELIMITED SIZE
                ' TOTAL:' WRK-QTD-ED6 DELIMITED SIZE
                ' FORA SLA:' WRK-QTD-ED7 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE CLIENTES-MASTER.
            CLOSE REL-SLA.
            DISPLAY 'CHAMADOS EM ABERTO GRAVADOS EM SACSLA.TXT'.

            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-PENDENTES TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM SACSLA.
