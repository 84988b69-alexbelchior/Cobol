      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CONFERENCIA NOTURNA DOS TOTAIS DE CONTROLE DOS
      *          MESTRES - RECONTA CLIMAST, CONTASR, CLICONTA,
      *          ESTOQUE, PEDIDOS E NOTAS (QUANTIDADE, HASH DA CHAVE E
      *          TOTAIS DE VALOR) E COMPARA COM O ARQUIVO TOTCTL
      *          MANTIDO PELA ROTINA COMUM TOTCTL A CADA GRAVACAO.
      *          QUALQUER DIFERENCA SAI NO RELATORIO TOTCONF.TXT COM
      *          OS DOIS LADOS E A DIFERENCA, E O PROGRAMA TERMINA COM
      *          RC 8 PARA PARAR A CADEIA NOTURNA (CLNOITE) ANTES QUE
      *          OS RELATORIOS E FECHAMENTOS RODEM SOBRE UM MESTRE
      *          GRAVADO PELA METADE. MESTRE AINDA SEM REGISTRO DE
      *          CONTROLE E CARREGADO COM A RECONTAGEM (CARGA
      *          INICIAL). SYSIN: C = CONFERIR (CADEIA NOTURNA);
      *          R = REALINHAR - DEPOIS DE APURADA E CORRIGIDA A
      *          DIVERGENCIA, O CONTROLE PASSA A SER A RECONTAGEM.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTCONF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTAIS-CONTROLE ASSIGN TO 'TOTCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCT-ARQUIVO
               FILE STATUS IS WRK-FS-TOTCTL.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT CLI-CONTA ASSIGN TO 'CLICONTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CLIENTE
               FILE STATUS IS WRK-FS-CONTA.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT NOTAS-FISCAIS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTA.
           SELECT REL-CONFERENCIA ASSIGN TO 'TOTCONF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  TOTAIS-CONTROLE
           LABEL RECORD IS STANDARD.
           COPY TCTREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  CLI-CONTA
           LABEL RECORD IS STANDARD.
       01 CONTA-REG.
           05 CTA-CLIENTE      PIC 9(06).
           05 CTA-SALDO        PIC S9(09)V99.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  NOTAS-FISCAIS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  REL-CONFERENCIA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-TOTCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-CLIENTE   PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-CONTA     PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTA      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MESTRE   PIC X(01) VALUE 'N'.
           88 FIM-MESTRE   VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE 'C'.
           88 MODO-REALINHAR VALUE 'R' 'r'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ACHOU-CONTROLE VALUE 'S'.
       77 WRK-ARQUIVO      PIC X(08) VALUE SPACES.
       77 WRK-SITUACAO     PIC X(30) VALUE SPACES.
       77 WRK-CONT-QTD     PIC S9(09) VALUE ZEROS.
       77 WRK-CONT-HASH    PIC S9(15) VALUE ZEROS.
       77 WRK-CONT-TOTAL-1 PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CONT-TOTAL-2 PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIF-QTD      PIC S9(09) VALUE ZEROS.
       77 WRK-DIF-HASH     PIC S9(15) VALUE ZEROS.
       77 WRK-DIF-TOTAL-1  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIF-TOTAL-2  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-MESTRES  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DIVERG   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-CARGA    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ED       PIC -ZZZZZZZZ9 VALUE ZEROS.
       77 WRK-HASH-ED      PIC -ZZZZZZZZZZZZZZ9 VALUE ZEROS.
       77 WRK-TOTAL-1-ED   PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-2-ED   PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ROTULO       PIC X(12) VALUE SPACES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-CONTAR-CLIENTES.
            PERFORM 2100-CONTAR-RECEBER.
            PERFORM 2200-CONTAR-CONTAS.
            PERFORM 2300-CONTAR-ESTOQUE.
            PERFORM 2400-CONTAR-PEDIDOS.
            PERFORM 2500-CONTAR-NOTAS.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'TOTCONF' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-MODO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            OPEN I-O TOTAIS-CONTROLE.
            IF WRK-FS-TOTCTL = '35'
                CLOSE TOTAIS-CONTROLE
                OPEN OUTPUT TOTAIS-CONTROLE
                CLOSE TOTAIS-CONTROLE
                OPEN I-O TOTAIS-CONTROLE
            END-IF.
            OPEN OUTPUT REL-CONFERENCIA.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONFERENCIA DOS TOTAIS DE CONTROLE DOS MESTRES'
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
            IF MODO-REALINHAR
                MOVE 'MODO: REALINHAR (CONTROLE = RECONTAGEM)'
                    TO REL-LINHA
            ELSE
                MOVE 'MODO: CONFERIR' TO REL-LINHA
            END-IF.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'ARQUIVO   ' DELIMITED SIZE
                'ORIGEM      ' DELIMITED SIZE
                '       QTD ' DELIMITED SIZE
                '      HASH DA CHAVE ' DELIMITED SIZE
                '           TOTAL 1 ' DELIMITED SIZE
                '           TOTAL 2' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * RECONTAGEM DE CADA MESTRE - OS CAMPOS SAO OS MESMOS QUE A
      * ROTINA TOTCTL ACUMULA (TABELA NO TCTREG). ARQUIVO AUSENTE
      * CONTA COMO VAZIO.
      *----------------------------------------------------------------
       2000-CONTAR-CLIENTES.
            MOVE 'CLIMAST' TO WRK-ARQUIVO.
            PERFORM 3000-ZERAR-CONTAGEM.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-FS-CLIENTE = '00'
                PERFORM 2010-LER-CLIENTE
                PERFORM 2020-SOMAR-CLIENTE UNTIL FIM-MESTRE
                CLOSE CLIENTES-MASTER
            END-IF.
            PERFORM 4000-CONFERIR.

       2010-LER-CLIENTE.
            READ CLIENTES-MASTER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MESTRE
            END-READ.

       2020-SOMAR-CLIENTE.
            ADD 1 TO WRK-CONT-QTD.
            ADD CLI-CODIGO TO WRK-CONT-HASH.
            PERFORM 2010-LER-CLIENTE.

       2100-CONTAR-RECEBER.
            MOVE 'CONTASR' TO WRK-ARQUIVO.
            PERFORM 3000-ZERAR-CONTAGEM.
            OPEN INPUT CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '00'
                PERFORM 2110-LER-RECEBER
                PERFORM 2120-SOMAR-RECEBER UNTIL FIM-MESTRE
                CLOSE CONTAS-A-RECEBER
            END-IF.
            PERFORM 4000-CONFERIR.

       2110-LER-RECEBER.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MESTRE
            END-READ.

       2120-SOMAR-RECEBER.
            ADD 1 TO WRK-CONT-QTD.
            ADD RCB-FATURA TO WRK-CONT-HASH.
            ADD RCB-VALOR TO WRK-CONT-TOTAL-1.
            ADD RCB-VALOR-PAGO TO WRK-CONT-TOTAL-2.
            PERFORM 2110-LER-RECEBER.

       2200-CONTAR-CONTAS.
            MOVE 'CLICONTA' TO WRK-ARQUIVO.
            PERFORM 3000-ZERAR-CONTAGEM.
            OPEN INPUT CLI-CONTA.
            IF WRK-FS-CONTA = '00'
                PERFORM 2210-LER-CONTA
                PERFORM 2220-SOMAR-CONTA UNTIL FIM-MESTRE
                CLOSE CLI-CONTA
            END-IF.
            PERFORM 4000-CONFERIR.

       2210-LER-CONTA.
            READ CLI-CONTA NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MESTRE
            END-READ.

       2220-SOMAR-CONTA.
            ADD 1 TO WRK-CONT-QTD.
            ADD CTA-CLIENTE TO WRK-CONT-HASH.
            ADD CTA-SALDO TO WRK-CONT-TOTAL-1.
            PERFORM 2210-LER-CONTA.

       2300-CONTAR-ESTOQUE.
            MOVE 'ESTOQUE' TO WRK-ARQUIVO.
            PERFORM 3000-ZERAR-CONTAGEM.
            OPEN INPUT ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '00'
                PERFORM 2310-LER-ESTOQUE
                PERFORM 2320-SOMAR-ESTOQUE UNTIL FIM-MESTRE
                CLOSE ESTOQUE-SALDO
            END-IF.
            PERFORM 4000-CONFERIR.

       2310-LER-ESTOQUE.
            READ ESTOQUE-SALDO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MESTRE
            END-READ.

       2320-SOMAR-ESTOQUE.
            ADD 1 TO WRK-CONT-QTD.
            ADD EST-PRODUTO TO WRK-CONT-HASH.
            ADD EST-SALDO TO WRK-CONT-TOTAL-1.
            ADD EST-COMPROMETIDO TO WRK-CONT-TOTAL-2.
            PERFORM 2310-LER-ESTOQUE.

       2400-CONTAR-PEDIDOS.
            MOVE 'PEDIDOS' TO WRK-ARQUIVO.
            PERFORM 3000-ZERAR-CONTAGEM.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '00'
                PERFORM 2410-LER-PEDIDO
                PERFORM 2420-SOMAR-PEDIDO UNTIL FIM-MESTRE
                CLOSE PEDIDOS
            END-IF.
            PERFORM 4000-CONFERIR.

       2410-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MESTRE
            END-READ.

       2420-SOMAR-PEDIDO.
            ADD 1 TO WRK-CONT-QTD.
            ADD PED-NUMERO TO WRK-CONT-HASH.
            ADD PED-TOTAL TO WRK-CONT-TOTAL-1.
            PERFORM 2410-LER-PEDIDO.

       2500-CONTAR-NOTAS.
            MOVE 'NOTAS' TO WRK-ARQUIVO.
            PERFORM 3000-ZERAR-CONTAGEM.
            OPEN INPUT NOTAS-FISCAIS.
            IF WRK-FS-NOTA = '00'
                PERFORM 2510-LER-NOTA
                PERFORM 2520-SOMAR-NOTA UNTIL FIM-MESTRE
                CLOSE NOTAS-FISCAIS
            END-IF.
            PERFORM 4000-CONFERIR.

       2510-LER-NOTA.
            READ NOTAS-FISCAIS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MESTRE
            END-READ.

       2520-SOMAR-NOTA.
            ADD 1 TO WRK-CONT-QTD.
            ADD NOT-NUMERO TO WRK-CONT-HASH.
            ADD NOT-TOTAL-BRL TO WRK-CONT-TOTAL-1.
            PERFORM 2510-LER-NOTA.

       3000-ZERAR-CONTAGEM.
            MOVE 'N' TO WRK-EOF-MESTRE.
            MOVE ZEROS TO WRK-CONT-QTD.
            MOVE ZEROS TO WRK-CONT-HASH.
            MOVE ZEROS TO WRK-CONT-TOTAL-1.
            MOVE ZEROS TO WRK-CONT-TOTAL-2.

      *----------------------------------------------------------------
      * COMPARA A RECONTAGEM COM O CONTROLE. SEM REGISTRO DE CONTROLE,
      * A RECONTAGEM VIRA A CARGA INICIAL; NO MODO REALINHAR, O
      * CONTROLE ANTIGO SAI NO RELATORIO E A RECONTAGEM O SUBSTITUI.
      *----------------------------------------------------------------
       4000-CONFERIR.
            ADD 1 TO WRK-QTD-MESTRES.
            MOVE 'N' TO WRK-ACHOU.
            MOVE WRK-ARQUIVO TO TCT-ARQUIVO.
            READ TOTAIS-CONTROLE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-ACHOU
            END-READ.
            IF NOT ACHOU-CONTROLE
                PERFORM 4100-CARGA-INICIAL
            ELSE
                COMPUTE WRK-DIF-QTD = WRK-CONT-QTD - TCT-QTD
                COMPUTE WRK-DIF-HASH = WRK-CONT-HASH - TCT-HASH-CHAVE
                COMPUTE WRK-DIF-TOTAL-1 =
                    WRK-CONT-TOTAL-1 - TCT-TOTAL-1
                COMPUTE WRK-DIF-TOTAL-2 =
                    WRK-CONT-TOTAL-2 - TCT-TOTAL-2
                IF WRK-DIF-QTD = ZEROS AND WRK-DIF-HASH = ZEROS
                    AND WRK-DIF-TOTAL-1 = ZEROS
                    AND WRK-DIF-TOTAL-2 = ZEROS
                    PERFORM 4200-CONFERE
                ELSE
                    PERFORM 4300-DIVERGE
                END-IF
            END-IF.

       4100-CARGA-INICIAL.
            ADD 1 TO WRK-QTD-CARGA.
            MOVE WRK-ARQUIVO TO TCT-ARQUIVO.
            PERFORM 4500-GRAVAR-RECONTAGEM.
            MOVE 'I' TO TCT-CONF-SITUACAO.
            MOVE 'TOTCONF' TO TCT-ULT-PROGRAMA.
            WRITE TOTCTL-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR CONTROLE ' WRK-ARQUIVO
            END-WRITE.
            MOVE 'CARGA INICIAL DO CONTROLE' TO WRK-SITUACAO.
            PERFORM 5000-LISTAR-ARQUIVO.

       4200-CONFERE.
            MOVE WRK-DH-DATA TO TCT-CONF-DATA.
            MOVE WRK-DH-HORA TO TCT-CONF-HORA.
            MOVE 'C' TO TCT-CONF-SITUACAO.
            REWRITE TOTCTL-REG
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR CONTROLE ' WRK-ARQUIVO
            END-REWRITE.
            MOVE 'CONFERE' TO WRK-SITUACAO.
            PERFORM 5000-LISTAR-ARQUIVO.

       4300-DIVERGE.
            IF MODO-REALINHAR
                MOVE 'REALINHADO PELA RECONTAGEM' TO WRK-SITUACAO
            ELSE
                ADD 1 TO WRK-QTD-DIVERG
                MOVE '*** DIVERGENTE ***' TO WRK-SITUACAO
            END-IF.
            PERFORM 5000-LISTAR-ARQUIVO.
            PERFORM 5100-LISTAR-CONTROLE.
            PERFORM 5200-LISTAR-DIFERENCA.
            IF MODO-REALINHAR
                PERFORM 4500-GRAVAR-RECONTAGEM
                MOVE 'R' TO TCT-CONF-SITUACAO
                MOVE 'TOTCONF' TO TCT-ULT-PROGRAMA
            ELSE
                MOVE WRK-DH-DATA TO TCT-CONF-DATA
                MOVE WRK-DH-HORA TO TCT-CONF-HORA
                MOVE 'D' TO TCT-CONF-SITUACAO
            END-IF.
            REWRITE TOTCTL-REG
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR CONTROLE ' WRK-ARQUIVO
            END-REWRITE.

       4500-GRAVAR-RECONTAGEM.
            MOVE WRK-CONT-QTD TO TCT-QTD.
            MOVE WRK-CONT-HASH TO TCT-HASH-CHAVE.
            MOVE WRK-CONT-TOTAL-1 TO TCT-TOTAL-1.
            MOVE WRK-CONT-TOTAL-2 TO TCT-TOTAL-2.
            MOVE WRK-DH-DATA TO TCT-ULT-DATA.
            MOVE WRK-DH-HORA TO TCT-ULT-HORA.
            MOVE WRK-DH-DATA TO TCT-CONF-DATA.
            MOVE WRK-DH-HORA TO TCT-CONF-HORA.

       5000-LISTAR-ARQUIVO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'ARQUIVO' TO WRK-ROTULO.
            MOVE WRK-CONT-QTD TO WRK-QTD-ED.
            MOVE WRK-CONT-HASH TO WRK-HASH-ED.
            MOVE WRK-CONT-TOTAL-1 TO WRK-TOTAL-1-ED.
            MOVE WRK-CONT-TOTAL-2 TO WRK-TOTAL-2-ED.
            PERFORM 5900-IMPRIMIR-VALORES.

       5100-LISTAR-CONTROLE.
            MOVE 'CONTROLE' TO WRK-ROTULO.
            MOVE TCT-QTD TO WRK-QTD-ED.
            MOVE TCT-HASH-CHAVE TO WRK-HASH-ED.
            MOVE TCT-TOTAL-1 TO WRK-TOTAL-1-ED.
            MOVE TCT-TOTAL-2 TO WRK-TOTAL-2-ED.
            PERFORM 5900-IMPRIMIR-VALORES.
            MOVE SPACES TO REL-LINHA.
            STRING '          ULTIMA ATUALIZACAO: ' DELIMITED SIZE
                TCT-ULT-DATA DELIMITED SIZE
                ' ' DELIMITED SIZE
                TCT-ULT-HORA DELIMITED SIZE
                ' PELO ' DELIMITED SIZE
                TCT-ULT-PROGRAMA DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       5200-LISTAR-DIFERENCA.
            MOVE 'DIFERENCA' TO WRK-ROTULO.
            MOVE WRK-DIF-QTD TO WRK-QTD-ED.
            MOVE WRK-DIF-HASH TO WRK-HASH-ED.
            MOVE WRK-DIF-TOTAL-1 TO WRK-TOTAL-1-ED.
            MOVE WRK-DIF-TOTAL-2 TO WRK-TOTAL-2-ED.
            PERFORM 5900-IMPRIMIR-VALORES.

       5900-IMPRIMIR-VALORES.
            MOVE SPACES TO REL-LINHA.
            IF WRK-ROTULO = 'ARQUIVO'
                STRING WRK-ARQUIVO DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-ROTULO DELIMITED SIZE
                    WRK-QTD-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-HASH-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-TOTAL-1-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-TOTAL-2-ED DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-SITUACAO DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                STRING '          ' DELIMITED SIZE
                    WRK-ROTULO DELIMITED SIZE
                    WRK-QTD-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-HASH-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-TOTAL-1-ED DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-TOTAL-2-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            END-IF.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            IF WRK-QTD-DIVERG > ZEROS
                STRING '*** ' DELIMITED SIZE
                    WRK-QTD-DIVERG DELIMITED SIZE
                    ' MESTRE(S) DIVERGENTE(S) - CADEIA NOTURNA '
                    DELIMITED SIZE
                    'INTERROMPIDA. APURAR A DIVERGENCIA ANTES DE '
                    DELIMITED SIZE
                    'REALINHAR (SYSIN R) E RETOMAR ***'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                MOVE 'TODOS OS MESTRES CONFEREM COM O CONTROLE'
                    TO REL-LINHA
            END-IF.
            WRITE REL-LINHA.
            CLOSE TOTAIS-CONTROLE.
            CLOSE REL-CONFERENCIA.
            DISPLAY 'CONFERENCIA DOS TOTAIS DE CONTROLE:'.
            DISPLAY 'MESTRES CONFERIDOS...: ' WRK-QTD-MESTRES.
            DISPLAY 'CARGAS INICIAIS......: ' WRK-QTD-CARGA.
            DISPLAY 'MESTRES DIVERGENTES..: ' WRK-QTD-DIVERG.
            DISPLAY 'DETALHES EM TOTCONF.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            IF WRK-QTD-DIVERG > ZEROS
                MOVE 8 TO JBL-RETORNO
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE ZEROS TO JBL-RETORNO
                MOVE ZEROS TO RETURN-CODE
            END-IF.
            MOVE WRK-QTD-MESTRES TO JBL-LIDOS.
            MOVE WRK-QTD-DIVERG TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM TOTCONF.
