      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ALERTA DE VENCIMENTO DE CONTRATOS RECORRENTES - LISTA
      *          OS CONTRATOS ATIVOS QUE VENCEM NOS PROXIMOS 60 DIAS
      *          (FAIXAS ATE 30 E DE 31 A 60 DIAS) E OS JA VENCIDOS QUE
      *          CONTINUAM ATIVOS E PARARAM DE GERAR PEDIDO, AGRUPADOS
      *          PELO VENDEDOR DONO DA CARTEIRA DO CLIENTE (CARTEIRA;
      *          SEM CARTEIRA, O VENDEDOR DO CONTRATO), PARA QUE A
      *          RENOVACAO SEJA FEITA A TEMPO. DIAS PELO CALENDARIO
      *          COMERCIAL 360/30. RODA NA CADEIA MENSAL (CLMENSAL)
      *          DEPOIS DA GERACAO DE PEDIDOS, OU AVULSO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTOALERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'CONTRATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTO-NUMERO
               FILE STATUS IS WRK-FS-CONTRATO.
           SELECT CARTEIRA ASSIGN TO 'CARTEIRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CLIENTE
               FILE STATUS IS WRK-FS-CARTEIRA.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT WRK-SORTFILE ASSIGN TO 'CTOASORT'.
           SELECT REL-ALERTA ASSIGN TO 'CTOALERT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           LABEL RECORD IS STANDARD.
           COPY CTOREG.
       FD  CARTEIRA
           LABEL RECORD IS STANDARD.
           COPY CRTREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-VENDEDOR        PIC 9(04).
           05 SORT-FAIXA           PIC 9(01).
           05 SORT-VALIDADE-FIM    PIC 9(08).
           05 SORT-CONTRATO        PIC 9(06).
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-DIAS            PIC S9(05).
       FD  REL-ALERTA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTRATO  PIC X(02) VALUE '00'.
       77 WRK-FS-CARTEIRA  PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-CONTRATO PIC X(01) VALUE 'N'.
           88 FIM-CONTRATOS VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
      *----------------------------------------------------------------
      * HORIZONTE DO ALERTA EM DIAS - A CADEIA E MENSAL, ENTAO TODO
      * CONTRATO APARECE PELO MENOS UMA VEZ ANTES DOS ULTIMOS 30 DIAS.
      *----------------------------------------------------------------
       77 WRK-DIAS-ALERTA  PIC 9(03) VALUE 60.
       77 WRK-DIAS-URGENTE PIC 9(03) VALUE 30.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FIM     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-RESTAM  PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ED      PIC -ZZZ9 VALUE ZEROS.
       77 WRK-VENDEDOR-ANT PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-FAIXA   PIC X(12) VALUE SPACES.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VENDEDOR PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VENCIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ATE-30   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ATE-60   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZZ9 VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-FIM-GRP.
           05 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-FIM-ED REDEFINES WRK-DATA-FIM.
               10 WRK-FIM-ANO   PIC 9(04).
               10 WRK-FIM-MES   PIC 9(02).
               10 WRK-FIM-DIA   PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-VENDEDOR SORT-FAIXA
                                 SORT-VALIDADE-FIM SORT-CONTRATO
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-IMPRIMIR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'CTOALERT' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            OPEN INPUT CARTEIRA.
            IF WRK-FS-CARTEIRA = '35'
                CLOSE CARTEIRA
                OPEN OUTPUT CARTEIRA
                CLOSE CARTEIRA
                OPEN INPUT CARTEIRA
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT VENDEDORES.
            IF WRK-FS-VENDEDOR = '35'
                CLOSE VENDEDORES
                OPEN OUTPUT VENDEDORES
                CLOSE VENDEDORES
                OPEN INPUT VENDEDORES
            END-IF.
            OPEN OUTPUT REL-ALERTA.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONTRATOS A VENCER NOS PROXIMOS 60 DIAS E VENCIDOS'
                DELIMITED SIZE
                ' POR VENDEDOR   DATA: ' DELIMITED SIZE
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
      * PROCEDIMENTO DE ENTRADA DO SORT - UM REGISTRO POR CONTRATO
      * ATIVO QUE VENCE DENTRO DO HORIZONTE OU JA VENCEU.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT CONTRATOS.
            IF WRK-FS-CONTRATO = '00'
                PERFORM 2010-LER-CONTRATO
                PERFORM 2020-LIBERAR-CONTRATO UNTIL FIM-CONTRATOS
                CLOSE CONTRATOS
            END-IF.

       2010-LER-CONTRATO.
            READ CONTRATOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CONTRATO
            END-READ.
            IF NOT FIM-CONTRATOS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2020-LIBERAR-CONTRATO.
            IF CONTRATO-ATIVO
                MOVE CTO-VALIDADE-FIM TO WRK-DATA-FIM
                COMPUTE WRK-DIAS-FIM = (WRK-FIM-ANO * 360)
                    + (WRK-FIM-MES * 30) + WRK-FIM-DIA
                COMPUTE WRK-DIAS-RESTAM = WRK-DIAS-FIM - WRK-DIAS-HOJE
                IF WRK-DIAS-RESTAM <= WRK-DIAS-ALERTA
                    PERFORM 2100-LIBERAR-ALERTA
                END-IF
            END-IF.
            PERFORM 2010-LER-CONTRATO.

       2100-LIBERAR-ALERTA.
            EVALUATE TRUE
                WHEN WRK-DIAS-RESTAM < ZEROS
                    MOVE 1 TO SORT-FAIXA
                    ADD 1 TO WRK-QTD-VENCIDOS
                WHEN WRK-DIAS-RESTAM <= WRK-DIAS-URGENTE
                    MOVE 2 TO SORT-FAIXA
                    ADD 1 TO WRK-QTD-ATE-30
                WHEN OTHER
                    MOVE 3 TO SORT-FAIXA
                    ADD 1 TO WRK-QTD-ATE-60
            END-EVALUATE.
            MOVE CTO-CLIENTE TO CRT-CLIENTE.
            READ CARTEIRA
                INVALID KEY
                    MOVE CTO-VENDEDOR TO SORT-VENDEDOR
                NOT INVALID KEY
                    MOVE CRT-VENDEDOR TO SORT-VENDEDOR
            END-READ.
            MOVE CTO-VALIDADE-FIM TO SORT-VALIDADE-FIM.
            MOVE CTO-NUMERO TO SORT-CONTRATO.
            MOVE CTO-CLIENTE TO SORT-CLIENTE.
            MOVE WRK-DIAS-RESTAM TO SORT-DIAS.
            RELEASE SORT-REG.

       3000-IMPRIMIR.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3020-TRATAR-CONTRATO UNTIL FIM-SORT.
            IF PRIMEIRO-REGISTRO
                MOVE 'NENHUM CONTRATO VENCIDO OU A VENCER NO PERIODO'
                    TO REL-LINHA
                WRITE REL-LINHA
            ELSE
                PERFORM 3200-FECHAR-VENDEDOR
            END-IF.
            PERFORM 3300-IMPRIMIR-TOTAL.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3020-TRATAR-CONTRATO.
            IF NOT PRIMEIRO-REGISTRO
                AND SORT-VENDEDOR NOT = WRK-VENDEDOR-ANT
                PERFORM 3200-FECHAR-VENDEDOR
            END-IF.
            IF PRIMEIRO-REGISTRO
                OR SORT-VENDEDOR NOT = WRK-VENDEDOR-ANT
                PERFORM 3100-ABRIR-VENDEDOR
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE SORT-VENDEDOR TO WRK-VENDEDOR-ANT.
            ADD 1 TO WRK-QTD-VENDEDOR.
            ADD 1 TO WRK-QTD-LISTADOS.
            EVALUATE SORT-FAIXA
                WHEN 1
                    MOVE 'VENCIDO' TO WRK-NOME-FAIXA
                WHEN 2
                    MOVE 'ATE 30 DIAS' TO WRK-NOME-FAIXA
                WHEN OTHER
                    MOVE '31 A 60 DIAS' TO WRK-NOME-FAIXA
            END-EVALUATE.
            MOVE SORT-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-NOME
            END-READ.
            MOVE CLI-NOME TO WRK-NOME-CLIENTE.
            MOVE SORT-VALIDADE-FIM TO WRK-DATA-FIM.
            MOVE SORT-DIAS TO WRK-DIAS-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                WRK-NOME-FAIXA DELIMITED SIZE
                ' CONTRATO ' DELIMITED SIZE
                SORT-CONTRATO DELIMITED SIZE
                ' CLIENTE ' DELIMITED SIZE
                SORT-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-CLIENTE DELIMITED SIZE
                ' VIGENCIA ATE ' DELIMITED SIZE
                WRK-FIM-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-FIM-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-FIM-ANO DELIMITED SIZE
                ' DIAS ' DELIMITED SIZE
                WRK-DIAS-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 3010-RETORNAR-SORT.

       3100-ABRIR-VENDEDOR.
            MOVE ZEROS TO WRK-QTD-VENDEDOR.
            MOVE SORT-VENDEDOR TO VEN-CODIGO.
            READ VENDEDORES
                INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO' TO VEN-NOME
            END-READ.
            IF SORT-VENDEDOR = ZEROS
                MOVE 'SEM VENDEDOR' TO VEN-NOME
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING 'VENDEDOR ' DELIMITED SIZE
                SORT-VENDEDOR DELIMITED SIZE
                ' ' DELIMITED SIZE
                VEN-NOME DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3200-FECHAR-VENDEDOR.
            MOVE WRK-QTD-VENDEDOR TO WRK-QTD-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   CONTRATOS DO VENDEDOR: ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       3300-IMPRIMIR-TOTAL.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-QTD-VENCIDOS TO WRK-QTD-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL - VENCIDOS AINDA ATIVOS: ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-QTD-ATE-30 TO WRK-QTD-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL - VENCEM EM ATE 30 DIAS: ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-QTD-ATE-60 TO WRK-QTD-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL - VENCEM DE 31 A 60 DIAS: ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       4000-FINALIZAR.
            CLOSE CARTEIRA.
            CLOSE CLIENTES-MASTER.
            CLOSE VENDEDORES.
            CLOSE REL-ALERTA.
            DISPLAY 'CONTRATOS LIDOS: ' WRK-QTD-LIDOS
                ' NO ALERTA: ' WRK-QTD-LISTADOS.
            DISPLAY 'ALERTA DE VENCIMENTO GRAVADO EM CTOALERT.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LISTADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM CTOALERT.
