      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ENTREGA NO PRAZO E COMPLETA (OTIF) DO MES - PARA CADA
      *          PEDIDO NAO CANCELADO CUJA DATA PROMETIDA CAI NO MES,
      *          COMPARA A PROMESSA (PED-DATA-PROMETIDA, GRAVADA NA
      *          ENTRADA PELA ROTINA PRAZOENT) COM A DATA REAL DE
      *          ENTREGA (TRANSICAO PARA 'E' EM PEDSTHIS.TXT) E CONFERE
      *          SE TODAS AS LINHAS FORAM ENTREGUES POR INTEIRO. LISTA
      *          OS PEDIDOS FORA DO OTIF E FECHA COM OS PERCENTUAIS NO
      *          PRAZO / COMPLETO / OTIF POR CLIENTE, POR UF E POR
      *          VENDEDOR. RODA NA CADEIA MENSAL (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Linha de historico com status de/para iguais
      *                 (ocorrencia de transportadora, PODIMP) nao conta
      *                 como entrega.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTIFREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PED-STATUS-HIST ASSIGN TO 'PEDSTHIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
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
           SELECT ENTREGAS-TEMP ASSIGN TO 'OTIFENTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTE-PEDIDO
               FILE STATUS IS WRK-FS-ENTREGA.
           SELECT OTIF-CONTAGEM ASSIGN TO 'OTIFTEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTC-CHAVE
               FILE STATUS IS WRK-FS-TEMP.
           SELECT REL-OTIF ASSIGN TO 'OTIFREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PED-STATUS-HIST
           LABEL RECORD IS STANDARD.
           COPY PSHREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
      *----------------------------------------------------------------
      * DATA DA ENTREGA COMPLETA DE CADA PEDIDO - A ULTIMA TRANSICAO
      * PARA 'E' DO HISTORICO (O ARQUIVO ESTA EM ORDEM CRONOLOGICA).
      *----------------------------------------------------------------
       FD  ENTREGAS-TEMP
           LABEL RECORD IS STANDARD.
       01 ENTREGA-REG.
           05 OTE-PEDIDO       PIC 9(06).
           05 OTE-DATA         PIC 9(08).
      *----------------------------------------------------------------
      * CONTADORES POR DIMENSAO - TIPO C=CLIENTE U=UF V=VENDEDOR; A
      * CHAVE JA SAI AGRUPADA POR TIPO NA LEITURA SEQUENCIAL.
      *----------------------------------------------------------------
       FD  OTIF-CONTAGEM
           LABEL RECORD IS STANDARD.
       01 CONTAGEM-REG.
           05 OTC-CHAVE.
               10 OTC-TIPO         PIC X(01).
                   88 OTC-CLIENTE  VALUE 'C'.
                   88 OTC-UF       VALUE 'U'.
                   88 OTC-VENDEDOR VALUE 'V'.
               10 OTC-CODIGO       PIC X(06).
               10 OTC-CODIGO-NUM REDEFINES OTC-CODIGO PIC 9(06).
           05 OTC-QTD-PEDIDOS      PIC 9(05).
           05 OTC-QTD-PRAZO        PIC 9(05).
           05 OTC-QTD-COMPLETO     PIC 9(05).
           05 OTC-QTD-OTIF         PIC 9(05).
       FD  REL-OTIF
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(120).
       WORKING-STORAGE SECTION.
       77 WRK-FS-HIST      PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-ENTREGA   PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HIST     VALUE 'S'.
       77 WRK-EOF-PEDIDO   PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS  VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-NO-PRAZO     PIC X(01) VALUE 'N'.
           88 PEDIDO-NO-PRAZO VALUE 'S'.
       77 WRK-COMPLETO     PIC X(01) VALUE 'N'.
           88 PEDIDO-COMPLETO VALUE 'S'.
       77 WRK-QTD-LINHAS   PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-ANTERIOR PIC X(01) VALUE SPACE.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PRAZO    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-COMPLETO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-OTIF     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FORA     PIC 9(06) VALUE ZEROS.
       77 WRK-PERC         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-PRAZO-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-COMPL-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-OTIF-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-NOME         PIC X(40) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(20) VALUE SPACES.
       01 WRK-MES-REF.
           05 WRK-REF-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-REF-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-PROM-GRP.
           05 WRK-DATA-PROM    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-PROM-ED REDEFINES WRK-DATA-PROM.
               10 WRK-PROM-ANO  PIC 9(04).
               10 WRK-PROM-MES  PIC 9(02).
               10 WRK-PROM-DIA  PIC 9(02).
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
            PERFORM 2000-CARREGAR-ENTREGAS.
            PERFORM 3000-APURAR-PEDIDOS.
            PERFORM 4000-IMPRIMIR-RESUMOS.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN; ANO/MES ZERADOS SIGNIFICAM O
      * MES ANTERIOR AO DA EXECUCAO, COMO NO PEDLEAD.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'OTIFREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-REF-ANO.
            ACCEPT WRK-REF-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-REF-ANO = ZEROS OR WRK-REF-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-REF-ANO
                MOVE WRK-HOJE-MES TO WRK-REF-MES
                IF WRK-REF-MES = 01
                    MOVE 12 TO WRK-REF-MES
                    SUBTRACT 1 FROM WRK-REF-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-REF-MES
                END-IF
            END-IF.
            OPEN INPUT PED-STATUS-HIST.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN INPUT PED-ITENS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT VENDEDORES.
            OPEN OUTPUT ENTREGAS-TEMP.
            CLOSE ENTREGAS-TEMP.
            OPEN I-O ENTREGAS-TEMP.
            OPEN OUTPUT OTIF-CONTAGEM.
            CLOSE OTIF-CONTAGEM.
            OPEN I-O OTIF-CONTAGEM.
            OPEN OUTPUT REL-OTIF.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'ENTREGA NO PRAZO E COMPLETA (OTIF) - MES '
                DELIMITED SIZE
                WRK-REF-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-REF-ANO DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                '   PAGINA: ' DELIMITED SIZE
                RPT-PAGINA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * SO A TRANSICAO PARA 'E' INTERESSA - O PEDMANUT SO MARCA O
      * PEDIDO ENTREGUE QUANDO TODAS AS LINHAS COMPLETAM, ENTAO ESSA
      * E A DATA EM QUE O CLIENTE RECEBEU TUDO. OCORRENCIA DA
      * TRANSPORTADORA SEM MUDANCA DE STATUS (DE/PARA IGUAIS) NAO
      * CONTA COMO ENTREGA.
      *----------------------------------------------------------------
       2000-CARREGAR-ENTREGAS.
            IF WRK-FS-HIST = '00'
                PERFORM 2010-LER-HISTORICO
                PERFORM 2100-GUARDAR-ENTREGA UNTIL FIM-HIST
                CLOSE PED-STATUS-HIST
            END-IF.

       2010-LER-HISTORICO.
            READ PED-STATUS-HIST
                AT END
                    MOVE 'S' TO WRK-EOF-HIST
            END-READ.

       2100-GUARDAR-ENTREGA.
            IF PSH-STATUS-DEPOIS = 'E'
                AND PSH-STATUS-ANTES NOT = PSH-STATUS-DEPOIS
                MOVE PSH-PEDIDO TO OTE-PEDIDO
                MOVE PSH-DATA   TO OTE-DATA
                REWRITE ENTREGA-REG
                    INVALID KEY
                        WRITE ENTREGA-REG
                END-REWRITE
            END-IF.
            PERFORM 2010-LER-HISTORICO.

      *----------------------------------------------------------------
      * ENTRA O PEDIDO NAO CANCELADO COM PROMESSA VENCENDO NO MES -
      * PEDIDO ANTERIOR A DATA PROMETIDA (ZEROS) FICA DE FORA.
      *----------------------------------------------------------------
       3000-APURAR-PEDIDOS.
            MOVE SPACES TO REL-LINHA.
            MOVE 'PEDIDOS FORA DO OTIF:' TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'N' TO WRK-EOF-PEDIDO.
            MOVE ZEROS TO PED-NUMERO.
            START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-START.
            IF NOT FIM-PEDIDOS
                PERFORM 3010-LER-PEDIDO
                PERFORM 3100-AVALIAR-PEDIDO UNTIL FIM-PEDIDOS
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING 'TOTAL FORA DO OTIF: ' DELIMITED SIZE
                WRK-QTD-FORA DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       3010-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-READ.
            IF NOT FIM-PEDIDOS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       3100-AVALIAR-PEDIDO.
            MOVE PED-DATA-PROMETIDA TO WRK-DATA-PROM.
            IF NOT PEDIDO-CANCELADO
                AND WRK-DATA-PROM NOT = ZEROS
                AND WRK-PROM-ANO = WRK-REF-ANO
                AND WRK-PROM-MES = WRK-REF-MES
                ADD 1 TO WRK-QTD-PEDIDOS
                PERFORM 3200-CONFERIR-ENTREGA
                PERFORM 3300-CONFERIR-ITENS
                IF PEDIDO-NO-PRAZO
                    ADD 1 TO WRK-QTD-PRAZO
                END-IF
                IF PEDIDO-COMPLETO
                    ADD 1 TO WRK-QTD-COMPLETO
                END-IF
                IF PEDIDO-NO-PRAZO AND PEDIDO-COMPLETO
                    ADD 1 TO WRK-QTD-OTIF
                ELSE
                    PERFORM 3400-LISTAR-FORA
                END-IF
                MOVE 'C' TO OTC-TIPO
                MOVE PED-CLIENTE TO OTC-CODIGO-NUM
                PERFORM 3500-SOMAR-CONTAGEM
                MOVE 'U' TO OTC-TIPO
                MOVE PED-UF TO OTC-CODIGO
                PERFORM 3500-SOMAR-CONTAGEM
                MOVE 'V' TO OTC-TIPO
                MOVE PED-VENDEDOR TO OTC-CODIGO-NUM
                PERFORM 3500-SOMAR-CONTAGEM
            END-IF.
            PERFORM 3010-LER-PEDIDO.

      *----------------------------------------------------------------
      * NO PRAZO = ENTREGUE ATE A DATA PROMETIDA, INCLUSIVE. PEDIDO
      * AINDA NAO ENTREGUE COM PROMESSA NO MES ESTA FORA DO PRAZO.
      *----------------------------------------------------------------
       3200-CONFERIR-ENTREGA.
            MOVE 'N' TO WRK-NO-PRAZO.
            MOVE ZEROS TO WRK-DATA-ENTREGA.
            MOVE PED-NUMERO TO OTE-PEDIDO.
            READ ENTREGAS-TEMP
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE OTE-DATA TO WRK-DATA-ENTREGA
            END-READ.
            IF WRK-DATA-ENTREGA NOT = ZEROS
                AND WRK-DATA-ENTREGA <= PED-DATA-PROMETIDA
                MOVE 'S' TO WRK-NO-PRAZO
            END-IF.

      *----------------------------------------------------------------
      * COMPLETO = TODAS AS LINHAS COM A QUANTIDADE ENTREGUE IGUAL OU
      * MAIOR QUE A PEDIDA (ITN-QTD-ENTREGUE, DA ENTREGA DO PEDMANUT).
      *----------------------------------------------------------------
       3300-CONFERIR-ITENS.
            MOVE 'S' TO WRK-COMPLETO.
            MOVE ZEROS TO WRK-QTD-LINHAS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE PED-NUMERO TO ITN-PEDIDO.
            MOVE ZEROS TO ITN-LINHA.
            START PED-ITENS KEY IS NOT LESS THAN ITN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 3310-LER-ITEM
                PERFORM 3320-CONFERIR-ITEM UNTIL FIM-ITENS
            END-IF.
            IF WRK-QTD-LINHAS = ZEROS
                MOVE 'N' TO WRK-COMPLETO
            END-IF.

       3310-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                IF ITN-PEDIDO NOT = PED-NUMERO
                    MOVE 'S' TO WRK-EOF-ITENS
                END-IF
            END-IF.

       3320-CONFERIR-ITEM.
            ADD 1 TO WRK-QTD-LINHAS.
            IF ITN-QTD-ENTREGUE < ITN-QUANTIDADE
                MOVE 'N' TO WRK-COMPLETO
            END-IF.
            PERFORM 3310-LER-ITEM.

       3400-LISTAR-FORA.
            ADD 1 TO WRK-QTD-FORA.
            EVALUATE TRUE
                WHEN WRK-DATA-ENTREGA = ZEROS
                    MOVE 'NAO ENTREGUE' TO WRK-SITUACAO
                WHEN NOT PEDIDO-NO-PRAZO
                    MOVE 'ENTREGUE COM ATRASO' TO WRK-SITUACAO
                WHEN OTHER
                    MOVE 'ENTREGA INCOMPLETA' TO WRK-SITUACAO
            END-EVALUATE.
            MOVE SPACES TO REL-LINHA.
            STRING '   PEDIDO ' DELIMITED SIZE
                PED-NUMERO DELIMITED SIZE
                ' CLIENTE ' DELIMITED SIZE
                PED-CLIENTE DELIMITED SIZE
                ' UF ' DELIMITED SIZE
                PED-UF DELIMITED SIZE
                ' VENDEDOR ' DELIMITED SIZE
                PED-VENDEDOR DELIMITED SIZE
                ' PROMETIDO ' DELIMITED SIZE
                PED-DATA-PROMETIDA DELIMITED SIZE
                ' ENTREGUE ' DELIMITED SIZE
                WRK-DATA-ENTREGA DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-SITUACAO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3500-SOMAR-CONTAGEM.
            READ OTIF-CONTAGEM
                INVALID KEY
                    MOVE ZEROS TO OTC-QTD-PEDIDOS
                    MOVE ZEROS TO OTC-QTD-PRAZO
                    MOVE ZEROS TO OTC-QTD-COMPLETO
                    MOVE ZEROS TO OTC-QTD-OTIF
            END-READ.
            ADD 1 TO OTC-QTD-PEDIDOS.
            IF PEDIDO-NO-PRAZO
                ADD 1 TO OTC-QTD-PRAZO
            END-IF.
            IF PEDIDO-COMPLETO
                ADD 1 TO OTC-QTD-COMPLETO
            END-IF.
            IF PEDIDO-NO-PRAZO AND PEDIDO-COMPLETO
                ADD 1 TO OTC-QTD-OTIF
            END-IF.
            REWRITE CONTAGEM-REG
                INVALID KEY
                    WRITE CONTAGEM-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * UM BLOCO POR DIMENSAO, NA ORDEM DA CHAVE (CLIENTE, UF,
      * VENDEDOR), E O TOTAL GERAL NO FIM.
      *----------------------------------------------------------------
       4000-IMPRIMIR-RESUMOS.
            MOVE SPACE TO WRK-TIPO-ANTERIOR.
            MOVE 'N' TO WRK-EOF-TEMP.
            MOVE LOW-VALUES TO OTC-CHAVE.
            START OTIF-CONTAGEM KEY IS NOT LESS THAN OTC-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TEMP
            END-START.
            IF NOT FIM-TEMP
                PERFORM 4010-LER-CONTAGEM
                PERFORM 4100-IMPRIMIR-CONTAGEM UNTIL FIM-TEMP
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            IF WRK-QTD-PEDIDOS > ZEROS
                COMPUTE WRK-PERC ROUNDED =
                    WRK-QTD-PRAZO * 100 / WRK-QTD-PEDIDOS
                MOVE WRK-PERC TO WRK-PERC-PRAZO-ED
                COMPUTE WRK-PERC ROUNDED =
                    WRK-QTD-COMPLETO * 100 / WRK-QTD-PEDIDOS
                MOVE WRK-PERC TO WRK-PERC-COMPL-ED
                COMPUTE WRK-PERC ROUNDED =
                    WRK-QTD-OTIF * 100 / WRK-QTD-PEDIDOS
                MOVE WRK-PERC TO WRK-PERC-OTIF-ED
                STRING 'TOTAL GERAL: ' DELIMITED SIZE
                    WRK-QTD-PEDIDOS DELIMITED SIZE
                    ' PEDIDOS  NO PRAZO ' DELIMITED SIZE
                    WRK-PERC-PRAZO-ED DELIMITED SIZE
                    ' %  COMPLETOS ' DELIMITED SIZE
                    WRK-PERC-COMPL-ED DELIMITED SIZE
                    ' %  OTIF ' DELIMITED SIZE
                    WRK-PERC-OTIF-ED DELIMITED SIZE
                    ' %' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                MOVE 'NENHUM PEDIDO COM ENTREGA PROMETIDA NO MES'
                    TO REL-LINHA
            END-IF.
            WRITE REL-LINHA.

       4010-LER-CONTAGEM.
            READ OTIF-CONTAGEM NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TEMP
            END-READ.

       4100-IMPRIMIR-CONTAGEM.
            IF OTC-TIPO NOT = WRK-TIPO-ANTERIOR
                PERFORM 4110-CABECALHO-BLOCO
            END-IF.
            MOVE SPACES TO WRK-NOME.
            EVALUATE TRUE
                WHEN OTC-CLIENTE
                    MOVE OTC-CODIGO-NUM TO CLI-CODIGO
                    READ CLIENTES-MASTER
                        INVALID KEY
                            MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME
                        NOT INVALID KEY
                            MOVE CLI-NOME TO WRK-NOME
                    END-READ
                WHEN OTC-VENDEDOR
                    MOVE OTC-CODIGO-NUM TO VEN-CODIGO
                    READ VENDEDORES
                        INVALID KEY
                            MOVE 'SEM VENDEDOR' TO WRK-NOME
                        NOT INVALID KEY
                            MOVE VEN-NOME TO WRK-NOME
                    END-READ
            END-EVALUATE.
            COMPUTE WRK-PERC ROUNDED =
                OTC-QTD-PRAZO * 100 / OTC-QTD-PEDIDOS.
            MOVE WRK-PERC TO WRK-PERC-PRAZO-ED.
            COMPUTE WRK-PERC ROUNDED =
                OTC-QTD-COMPLETO * 100 / OTC-QTD-PEDIDOS.
            MOVE WRK-PERC TO WRK-PERC-COMPL-ED.
            COMPUTE WRK-PERC ROUNDED =
                OTC-QTD-OTIF * 100 / OTC-QTD-PEDIDOS.
            MOVE WRK-PERC TO WRK-PERC-OTIF-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                OTC-CODIGO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME DELIMITED SIZE
                ' ' DELIMITED SIZE
                OTC-QTD-PEDIDOS DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-PERC-PRAZO-ED DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-PERC-COMPL-ED DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-PERC-OTIF-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 4010-LER-CONTAGEM.

       4110-CABECALHO-BLOCO.
            MOVE OTC-TIPO TO WRK-TIPO-ANTERIOR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            EVALUATE TRUE
                WHEN OTC-CLIENTE
                    MOVE 'OTIF POR CLIENTE' TO REL-LINHA
                WHEN OTC-UF
                    MOVE 'OTIF POR UF DE ENTREGA' TO REL-LINHA
                WHEN OTHER
                    MOVE 'OTIF POR VENDEDOR' TO REL-LINHA
            END-EVALUATE.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING '   CODIGO NOME' DELIMITED SIZE
                '                                     PEDS  '
                DELIMITED SIZE
                '%PRAZO  %COMPL.   %OTIF' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE CLIENTES-MASTER.
            CLOSE VENDEDORES.
            CLOSE ENTREGAS-TEMP.
            CLOSE OTIF-CONTAGEM.
            CLOSE REL-OTIF.
            DISPLAY 'OTIF GRAVADO EM OTIFREL.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-PEDIDOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM OTIFREL.
