      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: FECHAMENTO MENSAL DOS PONTOS DE FIDELIDADE - EXPIRA OS
      *          LOTES DE ACUMULO VENCIDOS (MOVIMENTO X EM PONTOMOV,
      *          SALDO DO CLIENTE BAIXADO EM PONTOS) E EMITE O EXTRATO
      *          DO PROGRAMA: SALDO DE CADA CLIENTE, PONTOS QUE VENCEM
      *          NOS PROXIMOS 30 DIAS E PONTOS EXPIRADOS AGORA, MAIS OS
      *          PONTOS RESGATADOS NO MES PEDIDO POR LOJA. RODA NA
      *          CADEIA MENSAL (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOMENS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO 'PONTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CLIENTE
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT PONTOS-MOV ASSIGN TO 'PONTOMOV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WRK-FS-PONTOMOV.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT LOJAS ASSIGN TO 'LOJAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJ-CODIGO
               FILE STATUS IS WRK-FS-LOJA.
           SELECT REL-PONTOS ASSIGN TO 'PTOREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS
           LABEL RECORD IS STANDARD.
           COPY PTSREG.
       FD  PONTOS-MOV
           LABEL RECORD IS STANDARD.
           COPY PTMREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  LOJAS
           LABEL RECORD IS STANDARD.
           COPY LOJREG.
       FD  REL-PONTOS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PONTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-PONTOMOV  PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-LOJA      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MOV      PIC X(01) VALUE 'N'.
           88 FIM-MOV      VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-CLIENTE-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VALIDADE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-AVISO   PIC 9(03) VALUE 30.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LOTES-EXP PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-EXPIRADO PIC 9(07) VALUE ZEROS.
       77 WRK-CLI-A-VENCER PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-SALDO    PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-EXPIRADO PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-A-VENCER PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-RESGATE  PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-NOME-LOJA    PIC X(30) VALUE SPACES.
       77 WRK-LOJA         PIC 9(03) VALUE ZEROS.
       77 WRK-PONTOS-ED    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-EXPIRADO-ED  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-A-VENCER-ED  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-MOV-GRP.
           05 WRK-DATA-MOV     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-MOV-ED REDEFINES WRK-DATA-MOV.
               10 WRK-MOV-ANO   PIC 9(04).
               10 WRK-MOV-MES   PIC 9(02).
               10 WRK-MOV-DIA   PIC 9(02).
       01 WRK-VALIDADE-GRP.
           05 WRK-VALIDADE     PIC 9(08) VALUE ZEROS.
           05 WRK-VALIDADE-ED REDEFINES WRK-VALIDADE.
               10 WRK-VAL-ANO   PIC 9(04).
               10 WRK-VAL-MES   PIC 9(02).
               10 WRK-VAL-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * RESGATES DO MES POR LOJA - POSICAO = CODIGO DA LOJA + 1 (A
      * PRIMEIRA POSICAO E A VENDA DIGITADA SEM LOJA, CODIGO ZERO).
      *----------------------------------------------------------------
       01 WRK-RESGATES-LOJA.
           05 WRK-RESGATE-LOJA OCCURS 1000 TIMES.
               10 WRK-RSG-QTD       PIC 9(05).
               10 WRK-RSG-PONTOS    PIC 9(09).
               10 WRK-RSG-VALOR     PIC 9(09)V99.
      *----------------------------------------------------------------
      * LOTE EXPIRADO - GUARDADO PARA GRAVAR O MOVIMENTO X DEPOIS DE
      * ZERAR O SALDO DO LOTE.
      *----------------------------------------------------------------
       01 WRK-LOTE-EXPIRADO.
           05 WRK-EXP-CHAVE        PIC X(21).
           05 WRK-EXP-PONTOS       PIC 9(07).
           05 WRK-EXP-VALIDADE     PIC 9(08).
           05 WRK-EXP-LOJA         PIC 9(03).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-FS-PONTOMOV = '00'
                PERFORM 2010-LER-MOV
                PERFORM 2000-PROCESSAR UNTIL FIM-MOV
                IF NOT PRIMEIRO-REGISTRO
                    PERFORM 2500-FECHAR-CLIENTE
                END-IF
            END-IF.
            PERFORM 3000-IMPRIMIR-LOJAS.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DOS RESGATES VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL.
      * A EXPIRACAO E O SALDO SAO SEMPRE OS DE HOJE.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'PTOMENS' TO JBL-PROGRAMA.
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
            COMPUTE WRK-DIAS-HOJE = WRK-HOJE-ANO * 360
                + (WRK-HOJE-MES - 1) * 30 + WRK-HOJE-DIA.
            INITIALIZE WRK-RESGATES-LOJA.
            OPEN I-O PONTOS.
            IF WRK-FS-PONTOS = '35'
                CLOSE PONTOS
                OPEN OUTPUT PONTOS
                CLOSE PONTOS
                OPEN I-O PONTOS
            END-IF.
            OPEN I-O PONTOS-MOV.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT LOJAS.
            OPEN OUTPUT REL-PONTOS.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'PROGRAMA DE FIDELIDADE - EXTRATO DE PONTOS'
                DELIMITED SIZE
                '   RESGATES DO MES ' DELIMITED SIZE
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
            STRING 'CLIENTE NOME                               SALDO'
                DELIMITED SIZE
                '  A VENCER 30D   EXPIRADO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * VARRE O MOVIMENTO NA ORDEM DA CHAVE (CLIENTE + DATA), COM
      * QUEBRA POR CLIENTE: LOTE DE ACUMULO VENCIDO COM SALDO E
      * EXPIRADO; LOTE QUE VENCE NA JANELA DE AVISO SOMA NOS PONTOS A
      * VENCER; RESGATE FEITO NO MES PEDIDO SOMA NA LOJA.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            IF NOT PRIMEIRO-REGISTRO
                AND PTM-CLIENTE NOT = WRK-CLIENTE-ANT
                PERFORM 2500-FECHAR-CLIENTE
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE PTM-CLIENTE TO WRK-CLIENTE-ANT.
            EVALUATE TRUE
                WHEN PTM-ACUMULO
                    IF PTM-SALDO-LOTE > ZEROS
                        PERFORM 2100-AVALIAR-LOTE
                    END-IF
                WHEN PTM-RESGATE
                    PERFORM 2200-SOMAR-RESGATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            PERFORM 2010-LER-MOV.

       2010-LER-MOV.
            READ PONTOS-MOV NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MOV
            END-READ.

       2100-AVALIAR-LOTE.
            MOVE PTM-VALIDADE TO WRK-VALIDADE.
            COMPUTE WRK-DIAS-VALIDADE = WRK-VAL-ANO * 360
                + (WRK-VAL-MES - 1) * 30 + WRK-VAL-DIA.
            IF PTM-VALIDADE < WRK-DATA-HOJE
                PERFORM 2110-EXPIRAR-LOTE
            ELSE
                IF WRK-DIAS-VALIDADE <= WRK-DIAS-HOJE + WRK-DIAS-AVISO
                    ADD PTM-SALDO-LOTE TO WRK-CLI-A-VENCER
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * ZERA O SALDO DO LOTE E GRAVA O MOVIMENTO X COM A MESMA DATA E
      * HORA DO LOTE (UMA EXPIRACAO POR LOTE); DEPOIS DA GRAVACAO A
      * LEITURA E REPOSICIONADA LOGO APOS O MOVIMENTO NOVO.
      *----------------------------------------------------------------
       2110-EXPIRAR-LOTE.
            MOVE PTM-CHAVE TO WRK-EXP-CHAVE.
            MOVE PTM-SALDO-LOTE TO WRK-EXP-PONTOS.
            MOVE PTM-VALIDADE TO WRK-EXP-VALIDADE.
            MOVE PTM-LOJA TO WRK-EXP-LOJA.
            MOVE ZEROS TO PTM-SALDO-LOTE.
            REWRITE PONTOMOV-REG.
            MOVE WRK-EXP-CHAVE TO PTM-CHAVE.
            MOVE 'X' TO PTM-TIPO.
            MOVE WRK-EXP-PONTOS TO PTM-PONTOS.
            MOVE ZEROS TO PTM-SALDO-LOTE.
            MOVE WRK-EXP-VALIDADE TO PTM-VALIDADE.
            MOVE WRK-EXP-LOJA TO PTM-LOJA.
            MOVE ZEROS TO PTM-VALOR.
            MOVE WRK-DATA-HOJE TO PTM-DATA-MOV.
            WRITE PONTOMOV-REG
                INVALID KEY
                    DISPLAY 'EXPIRACAO JA GRAVADA PARA O LOTE '
                        WRK-EXP-CHAVE
            END-WRITE.
            START PONTOS-MOV KEY IS GREATER THAN PTM-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-MOV
            END-START.
            ADD 1 TO WRK-QTD-LOTES-EXP.
            ADD WRK-EXP-PONTOS TO WRK-CLI-EXPIRADO.

       2200-SOMAR-RESGATE.
            MOVE PTM-DATA-MOV TO WRK-DATA-MOV.
            IF WRK-MOV-ANO = WRK-PED-ANO
                AND WRK-MOV-MES = WRK-PED-MES
                COMPUTE WRK-IDX = PTM-LOJA + 1
                ADD 1 TO WRK-RSG-QTD (WRK-IDX)
                ADD PTM-PONTOS TO WRK-RSG-PONTOS (WRK-IDX)
                ADD PTM-VALOR TO WRK-RSG-VALOR (WRK-IDX)
                ADD PTM-PONTOS TO WRK-TOT-RESGATE
                ADD PTM-VALOR TO WRK-TOT-DESCONTO
            END-IF.

      *----------------------------------------------------------------
      * FIM DO CLIENTE - BAIXA OS PONTOS EXPIRADOS DO SALDO E IMPRIME
      * A LINHA DO EXTRATO (SO CLIENTE COM SALDO OU COM EXPIRACAO).
      *----------------------------------------------------------------
       2500-FECHAR-CLIENTE.
            MOVE WRK-CLIENTE-ANT TO PTS-CLIENTE.
            READ PONTOS
                INVALID KEY
                    INITIALIZE PONTOS-REG
                NOT INVALID KEY
                    IF WRK-CLI-EXPIRADO > ZEROS
                        IF WRK-CLI-EXPIRADO > PTS-SALDO
                            MOVE PTS-SALDO TO WRK-CLI-EXPIRADO
                        END-IF
                        SUBTRACT WRK-CLI-EXPIRADO FROM PTS-SALDO
                        ADD WRK-CLI-EXPIRADO TO PTS-EXPIRADO
                        MOVE WRK-DATA-HOJE TO PTS-DATA-ULT-MOV
                        REWRITE PONTOS-REG
                    END-IF
            END-READ.
            IF PTS-SALDO > ZEROS OR WRK-CLI-EXPIRADO > ZEROS
                PERFORM 2510-IMPRIMIR-CLIENTE
            END-IF.
            MOVE ZEROS TO WRK-CLI-EXPIRADO.
            MOVE ZEROS TO WRK-CLI-A-VENCER.

       2510-IMPRIMIR-CLIENTE.
            MOVE WRK-CLIENTE-ANT TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLIENTE
                NOT INVALID KEY
                    MOVE CLI-NOME TO WRK-NOME-CLIENTE
            END-READ.
            ADD 1 TO WRK-QTD-CLIENTES.
            ADD PTS-SALDO TO WRK-TOT-SALDO.
            ADD WRK-CLI-A-VENCER TO WRK-TOT-A-VENCER.
            ADD WRK-CLI-EXPIRADO TO WRK-TOT-EXPIRADO.
            MOVE PTS-SALDO TO WRK-PONTOS-ED.
            MOVE WRK-CLI-A-VENCER TO WRK-A-VENCER-ED.
            MOVE WRK-CLI-EXPIRADO TO WRK-EXPIRADO-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-CLIENTE-ANT DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-NOME-CLIENTE DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-PONTOS-ED DELIMITED SIZE
                '     ' DELIMITED SIZE
                WRK-A-VENCER-ED DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-EXPIRADO-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * QUADRO DOS RESGATES DO MES POR LOJA - SO AS LOJAS COM RESGATE.
      *----------------------------------------------------------------
       3000-IMPRIMIR-LOJAS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'RESGATES NO MES POR LOJA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'LOJA NOME                           RESGATES'
                DELIMITED SIZE
                '     PONTOS       DESCONTO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-IDX.
            PERFORM 3010-IMPRIMIR-LOJA UNTIL WRK-IDX > 1000.

       3010-IMPRIMIR-LOJA.
            IF WRK-RSG-QTD (WRK-IDX) > ZEROS
                COMPUTE WRK-LOJA = WRK-IDX - 1
                IF WRK-LOJA = ZEROS
                    MOVE 'VENDA DIGITADA (SEM LOJA)' TO WRK-NOME-LOJA
                ELSE
                    MOVE WRK-LOJA TO LOJ-CODIGO
                    READ LOJAS
                        INVALID KEY
                            MOVE 'LOJA NAO CADASTRADA' TO WRK-NOME-LOJA
                        NOT INVALID KEY
                            MOVE LOJ-NOME TO WRK-NOME-LOJA
                    END-READ
                END-IF
                MOVE WRK-RSG-PONTOS (WRK-IDX) TO WRK-PONTOS-ED
                MOVE WRK-RSG-VALOR (WRK-IDX) TO WRK-VALOR-ED
                MOVE SPACES TO REL-LINHA
                STRING WRK-LOJA DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-NOME-LOJA DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-RSG-QTD (WRK-IDX) DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-PONTOS-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-VALOR-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            ADD 1 TO WRK-IDX.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOT-SALDO TO WRK-PONTOS-ED.
            MOVE WRK-TOT-A-VENCER TO WRK-A-VENCER-ED.
            MOVE WRK-TOT-EXPIRADO TO WRK-EXPIRADO-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'CLIENTES COM PONTOS: ' DELIMITED SIZE
                WRK-QTD-CLIENTES DELIMITED SIZE
                '  SALDO TOTAL: ' DELIMITED SIZE
                WRK-PONTOS-ED DELIMITED SIZE
                '  A VENCER 30D: ' DELIMITED SIZE
                WRK-A-VENCER-ED DELIMITED SIZE
                '  EXPIRADOS: ' DELIMITED SIZE
                WRK-EXPIRADO-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOT-RESGATE TO WRK-PONTOS-ED.
            MOVE WRK-TOT-DESCONTO TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'LOTES EXPIRADOS: ' DELIMITED SIZE
                WRK-QTD-LOTES-EXP DELIMITED SIZE
                '  PONTOS RESGATADOS NO MES: ' DELIMITED SIZE
                WRK-PONTOS-ED DELIMITED SIZE
                '  DESCONTO CONCEDIDO: ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE PONTOS.
            IF WRK-FS-PONTOMOV = '00'
                CLOSE PONTOS-MOV
            END-IF.
            CLOSE CLIENTES-MASTER.
            CLOSE LOJAS.
            CLOSE REL-PONTOS.
            DISPLAY 'EXTRATO DE PONTOS GRAVADO EM PTOREL.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LOTES-EXP TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PTOMENS.
