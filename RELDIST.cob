      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: DISTRIBUICAO DE RELATORIOS POR DESTINATARIO - CORTA
      *          OS RELATORIOS POR CLIENTE (RECAGING, CLIDORM,
      *          METAREL, COBRPROM E AS CARTAS DE COBRANCA DO
      *          RECCOBRA) EM UM ARQUIVO POR DESTINATARIO, NO LUGAR DO
      *          GERENTE RECORTAR A LISTAGEM NA MAO. QUEM RECEBE O QUE
      *          VEM DE RELDIST.TXT (UMA LINHA POR REGRA: RELATORIO,
      *          DESTINATARIO = USUARIO DE USUARIOS, TIPO E CHAVE DA
      *          SELECAO):
      *            V - CLIENTES DA CARTEIRA DO VENDEDOR (CARTEIRA)
      *            U - CLIENTES DA UF (CLIMAST)
      *            T - RELATORIO INTEIRO (GERENCIA)
      *          VARIAS LINHAS DO MESMO DESTINATARIO SE SOMAM. O
      *          CABECALHO DO RELATORIO (O QUE VEM ANTES DA PRIMEIRA
      *          LINHA DE CLIENTE) VAI PARA TODOS; TOTAIS GERAIS NAO
      *          VAO (NAO SAO DO DESTINATARIO) - CADA CORTE FECHA COM
      *          A SUA PROPRIA CONTAGEM. CADA CORTE E ARQUIVADO COMO O
      *          RELARQ FAZ (RELARQ.NNNNNN, SEQUENCIA 'RX' DO
      *          PEDCTRL) E REGISTRADO NO RELINDEX COM O DESTINATARIO,
      *          PARA O RELREIMP; O LOG DE DISTRIBUICAO (RELDLOG.TXT)
      *          GUARDA QUEM RECEBEU O QUE EM CADA NOITE. OS
      *          RELATORIOS A CORTAR VEM DO SYSIN (UM POR LINHA, ATE
      *          'FIM'); RELATORIO SEM ARQUIVO NO DIA E SO PULADO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-DISTRIBUICAO ASSIGN TO 'RELDIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTA.
           SELECT RELATORIO-FONTE ASSIGN TO WRK-ARQUIVO-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FONTE.
           SELECT RELATORIO-COPIA ASSIGN TO WRK-ARQUIVO-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COPIA.
           SELECT REL-INDICE ASSIGN TO 'RELINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-SEQUENCIA
               FILE STATUS IS WRK-FS-INDICE.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
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
           SELECT DIST-LOG ASSIGN TO 'RELDLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
       01 DISTRIBUICAO-REG.
           05 DST-RELATORIO        PIC X(10).
           05 FILLER               PIC X(01).
           05 DST-DESTINATARIO     PIC X(20).
           05 FILLER               PIC X(01).
           05 DST-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 DST-CHAVE            PIC X(04).
       FD  RELATORIO-FONTE
           LABEL RECORD IS STANDARD.
       01 FONTE-LINHA               PIC X(132).
       FD  RELATORIO-COPIA
           LABEL RECORD IS STANDARD.
       01 COPIA-LINHA               PIC X(132).
       FD  REL-INDICE
           LABEL RECORD IS STANDARD.
           COPY RIXREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  CARTEIRA
           LABEL RECORD IS STANDARD.
           COPY CRTREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  DIST-LOG
           LABEL RECORD IS STANDARD.
       01 DISTLOG-LINHA.
           05 DLG-DATA              PIC 9(08).
           05 FILLER                PIC X(01).
           05 DLG-HORA              PIC 9(06).
           05 FILLER                PIC X(01).
           05 DLG-RELATORIO         PIC X(10).
           05 FILLER                PIC X(01).
           05 DLG-DESTINATARIO      PIC X(20).
           05 FILLER                PIC X(01).
           05 DLG-LINHAS            PIC 9(06).
           05 FILLER                PIC X(01).
           05 DLG-CLIENTES          PIC 9(06).
           05 FILLER                PIC X(01).
           05 DLG-ARQUIVO           PIC X(14).
       WORKING-STORAGE SECTION.
       77 WRK-FS-LISTA     PIC X(02) VALUE '00'.
       77 WRK-FS-FONTE     PIC X(02) VALUE '00'.
       77 WRK-FS-COPIA     PIC X(02) VALUE '00'.
       77 WRK-FS-INDICE    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-CARTEIRA  PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-LOG       PIC X(02) VALUE '00'.
       77 WRK-EOF-LISTA    PIC X(01) VALUE 'N'.
           88 FIM-LISTA    VALUE 'S'.
       77 WRK-EOF-FONTE    PIC X(01) VALUE 'N'.
           88 FIM-FONTE    VALUE 'S'.
       77 WRK-FIM-SYSIN    PIC X(01) VALUE 'N'.
           88 FIM-SYSIN    VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ACHOU-REGRA  VALUE 'S'.
       77 WRK-JA-DETALHE   PIC X(01) VALUE 'N'.
           88 JA-PASSOU-DETALHE VALUE 'S'.
       77 WRK-SELECIONADO  PIC X(01) VALUE 'N'.
           88 CLIENTE-SELECIONADO VALUE 'S'.
       77 WRK-ARQUIVO-FONTE PIC X(20) VALUE SPACES.
       77 WRK-ARQUIVO-COPIA PIC X(14) VALUE SPACES.
       77 WRK-RELATORIO    PIC X(10) VALUE SPACES.
       77 WRK-DESTINATARIO PIC X(20) VALUE SPACES.
       77 WRK-CLIENTE-TXT  PIC X(06) VALUE SPACES.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-VENDEDOR-TXT PIC X(04) VALUE SPACES.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       77 WRK-SUB-REGRA    PIC 9(02) COMP VALUE ZEROS.
       77 WRK-REGRA        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SUB          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-DEST     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-AUX      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-DIST     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-DEST     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CORTES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA         PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------
      * COMO CORTAR CADA RELATORIO: ARQUIVO DO DIA, MODO E ONDE ESTA O
      * CODIGO DO CLIENTE. MODO L = LINHA A LINHA (LINHA COM CODIGO
      * NUMERICO NA POSICAO E DE CLIENTE); MODO B = BLOCO (A LINHA QUE
      * COMECA COM A MARCA ABRE O BLOCO DE UM CLIENTE E TRAZ O CODIGO;
      * TUDO ATE A PROXIMA MARCA E DELE).
      *----------------------------------------------------------------
       01 WRK-REGRAS-LIT.
           05 FILLER PIC X(10) VALUE 'RECAGING'.
           05 FILLER PIC X(20) VALUE 'RECAGING.TXT'.
           05 FILLER PIC X(10) VALUE 'L00106    '.
           05 FILLER PIC X(10) VALUE 'CLIDORM'.
           05 FILLER PIC X(20) VALUE 'DORMENTE.TXT'.
           05 FILLER PIC X(10) VALUE 'L00106    '.
           05 FILLER PIC X(10) VALUE 'METAREL'.
           05 FILLER PIC X(20) VALUE 'METAATIN.TXT'.
           05 FILLER PIC X(10) VALUE 'L00106    '.
           05 FILLER PIC X(10) VALUE 'COBRPROM'.
           05 FILLER PIC X(20) VALUE 'COBRPROM.TXT'.
           05 FILLER PIC X(10) VALUE 'L01006    '.
           05 FILLER PIC X(10) VALUE 'RECCOBRA'.
           05 FILLER PIC X(20) VALUE 'CARTACOB.TXT'.
           05 FILLER PIC X(10) VALUE 'B01406===='.
       01 WRK-REGRAS REDEFINES WRK-REGRAS-LIT.
           05 WRK-REGRA-ITEM OCCURS 5 TIMES.
               10 WRK-RGR-RELATORIO PIC X(10).
               10 WRK-RGR-ARQUIVO   PIC X(20).
               10 WRK-RGR-MODO      PIC X(01).
                   88 RGR-BLOCO     VALUE 'B'.
               10 WRK-RGR-POSICAO   PIC 9(03).
               10 WRK-RGR-TAMANHO   PIC 9(02).
               10 WRK-RGR-MARCA     PIC X(04).
       01 WRK-DISTRIBUICAO.
           05 WRK-DIST-ITEM OCCURS 300 TIMES.
               10 WRK-DIST-RELATORIO   PIC X(10).
               10 WRK-DIST-DESTINO     PIC X(20).
               10 WRK-DIST-TIPO        PIC X(01).
               10 WRK-DIST-CHAVE       PIC X(04).
       01 WRK-DESTINOS.
           05 WRK-DEST-NOME    PIC X(20) OCCURS 100 TIMES.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-QTD-DIST > ZEROS
                MOVE 'N' TO WRK-FIM-SYSIN
                PERFORM 2000-CORTAR-RELATORIO UNTIL FIM-SYSIN
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'RELDIST' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE ZEROS TO WRK-QTD-DIST.
            OPEN INPUT LISTA-DISTRIBUICAO.
            IF WRK-FS-LISTA NOT = '00'
                DISPLAY 'LISTA DE DISTRIBUICAO (RELDIST.TXT) NAO '
                    'ENCONTRADA - NADA A DISTRIBUIR'
            ELSE
                PERFORM 1010-LER-LISTA
                PERFORM 1020-GUARDAR-REGRA UNTIL FIM-LISTA
                CLOSE LISTA-DISTRIBUICAO
            END-IF.
            OPEN I-O REL-INDICE.
            IF WRK-FS-INDICE = '35'
                CLOSE REL-INDICE
                OPEN OUTPUT REL-INDICE
                CLOSE REL-INDICE
                OPEN I-O REL-INDICE
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN INPUT CARTEIRA.
            OPEN INPUT CLIENTES-MASTER.
            OPEN EXTEND DIST-LOG.
            IF WRK-FS-LOG NOT = '00'
                OPEN OUTPUT DIST-LOG
            END-IF.

       1010-LER-LISTA.
            READ LISTA-DISTRIBUICAO
                AT END
                    MOVE 'S' TO WRK-EOF-LISTA
            END-READ.

       1020-GUARDAR-REGRA.
            IF DST-RELATORIO NOT = SPACES
             AND DST-DESTINATARIO NOT = SPACES
                IF WRK-QTD-DIST < 300
                    ADD 1 TO WRK-QTD-DIST
                    MOVE DST-RELATORIO
                        TO WRK-DIST-RELATORIO(WRK-QTD-DIST)
                    MOVE DST-DESTINATARIO
                        TO WRK-DIST-DESTINO(WRK-QTD-DIST)
                    MOVE DST-TIPO TO WRK-DIST-TIPO(WRK-QTD-DIST)
                    MOVE DST-CHAVE TO WRK-DIST-CHAVE(WRK-QTD-DIST)
                ELSE
                    DISPLAY 'MAIS DE 300 LINHAS EM RELDIST.TXT - '
                        'IGNORADA: ' DST-RELATORIO ' ' DST-DESTINATARIO
                END-IF
            END-IF.
            PERFORM 1010-LER-LISTA.

      *----------------------------------------------------------------
      * UM RELATORIO DO SYSIN: REGRA DE CORTE, DESTINATARIOS DELE NA
      * LISTA E UMA PASSADA NO ARQUIVO DO DIA POR DESTINATARIO.
      *----------------------------------------------------------------
       2000-CORTAR-RELATORIO.
            MOVE SPACES TO WRK-RELATORIO.
            ACCEPT WRK-RELATORIO.
            IF WRK-RELATORIO = SPACES OR WRK-RELATORIO = 'FIM'
                MOVE 'S' TO WRK-FIM-SYSIN
            ELSE
                MOVE 'N' TO WRK-ACHOU
                PERFORM 2010-PROCURAR-REGRA
                    VARYING WRK-SUB-REGRA FROM 1 BY 1
                    UNTIL WRK-SUB-REGRA > 5 OR ACHOU-REGRA
                IF NOT ACHOU-REGRA
                    DISPLAY 'RELATORIO SEM REGRA DE CORTE: '
                        WRK-RELATORIO
                ELSE
                    PERFORM 2100-MONTAR-DESTINOS
                    MOVE WRK-RGR-ARQUIVO(WRK-REGRA)
                        TO WRK-ARQUIVO-FONTE
                    OPEN INPUT RELATORIO-FONTE
                    IF WRK-FS-FONTE NOT = '00'
                        DISPLAY 'RELATORIO ' WRK-RELATORIO
                            ' SEM ARQUIVO NO DIA ('
                            WRK-ARQUIVO-FONTE ') - PULADO'
                    ELSE
                        CLOSE RELATORIO-FONTE
                        PERFORM 3000-CORTAR-DESTINO
                            VARYING WRK-SUB-DEST FROM 1 BY 1
                            UNTIL WRK-SUB-DEST > WRK-QTD-DEST
                    END-IF
                END-IF
            END-IF.

       2010-PROCURAR-REGRA.
            IF WRK-RGR-RELATORIO(WRK-SUB-REGRA) = WRK-RELATORIO
                MOVE 'S' TO WRK-ACHOU
                MOVE WRK-SUB-REGRA TO WRK-REGRA
            END-IF.

      *----------------------------------------------------------------
      * DESTINATARIOS DISTINTOS DO RELATORIO, NA ORDEM DA LISTA.
      *----------------------------------------------------------------
       2100-MONTAR-DESTINOS.
            MOVE ZEROS TO WRK-QTD-DEST.
            PERFORM 2110-CONFERIR-LINHA
                VARYING WRK-SUB FROM 1 BY 1
                UNTIL WRK-SUB > WRK-QTD-DIST.
            IF WRK-QTD-DEST = ZEROS
                DISPLAY 'RELATORIO ' WRK-RELATORIO
                    ' SEM DESTINATARIO EM RELDIST.TXT'
            END-IF.

       2110-CONFERIR-LINHA.
            IF WRK-DIST-RELATORIO(WRK-SUB) = WRK-RELATORIO
                MOVE WRK-DIST-DESTINO(WRK-SUB) TO WRK-DESTINATARIO
                MOVE 'N' TO WRK-ACHOU
                PERFORM 2120-CONFERIR-DESTINO
                    VARYING WRK-SUB-AUX FROM 1 BY 1
                    UNTIL WRK-SUB-AUX > WRK-QTD-DEST OR ACHOU-REGRA
                IF NOT ACHOU-REGRA AND WRK-QTD-DEST < 100
                    ADD 1 TO WRK-QTD-DEST
                    MOVE WRK-DESTINATARIO TO WRK-DEST-NOME(WRK-QTD-DEST)
                END-IF
            END-IF.

       2120-CONFERIR-DESTINO.
            IF WRK-DEST-NOME(WRK-SUB-AUX) = WRK-DESTINATARIO
                MOVE 'S' TO WRK-ACHOU
            END-IF.

      *----------------------------------------------------------------
      * CORTE DE UM DESTINATARIO - ARQUIVO DATADO NOVO, CABECALHO,
      * LINHAS/BLOCOS DOS CLIENTES DELE E A CONTAGEM NO FIM.
      *----------------------------------------------------------------
       3000-CORTAR-DESTINO.
            MOVE WRK-DEST-NOME(WRK-SUB-DEST) TO WRK-DESTINATARIO.
            MOVE ZEROS TO WRK-QTD-LINHAS.
            MOVE ZEROS TO WRK-QTD-CLIENTES.
            MOVE 'N' TO WRK-JA-DETALHE.
            MOVE 'N' TO WRK-SELECIONADO.
            MOVE 'N' TO WRK-EOF-FONTE.
            PERFORM 3100-ABRIR-COPIA.
            OPEN INPUT RELATORIO-FONTE.
            PERFORM 3200-LER-FONTE.
            PERFORM 3300-TRATAR-LINHA UNTIL FIM-FONTE.
            CLOSE RELATORIO-FONTE.
            MOVE SPACES TO COPIA-LINHA.
            WRITE COPIA-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.
            MOVE SPACES TO COPIA-LINHA.
            IF WRK-QTD-CLIENTES = ZEROS
                MOVE 'NENHUM CLIENTE PARA ESTE DESTINATARIO'
                    TO COPIA-LINHA
            ELSE
                STRING 'CLIENTES DE ' DELIMITED SIZE
                    WRK-DESTINATARIO DELIMITED SPACE
                    ' NESTE RELATORIO: ' DELIMITED SIZE
                    WRK-QTD-CLIENTES DELIMITED SIZE
                    INTO COPIA-LINHA
                END-STRING
            END-IF.
            WRITE COPIA-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.
            CLOSE RELATORIO-COPIA.
            PERFORM 3500-GRAVAR-INDICE.
            PERFORM 3600-GRAVAR-LOG.
            ADD 1 TO WRK-QTD-CORTES.

      *----------------------------------------------------------------
      * MESMA SEQUENCIA 'RX' DO RELARQ - O CORTE E UM RELATORIO
      * ARQUIVADO COMO OUTRO QUALQUER (REIMPRESSAO E RETENCAO IGUAIS).
      *----------------------------------------------------------------
       3100-ABRIR-COPIA.
            MOVE 'RX' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'RX' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE SPACES TO WRK-ARQUIVO-COPIA.
            STRING 'RELARQ.' DELIMITED SIZE
                PCT-ULTIMO-NUMERO DELIMITED SIZE
                INTO WRK-ARQUIVO-COPIA
            END-STRING.
            OPEN OUTPUT RELATORIO-COPIA.

       3200-LER-FONTE.
            READ RELATORIO-FONTE
                AT END
                    MOVE 'S' TO WRK-EOF-FONTE
                NOT AT END
                    ADD 1 TO WRK-QTD-LIDOS
            END-READ.

      *----------------------------------------------------------------
      * MODO L: LINHA DE CLIENTE VAI SE O CLIENTE E DO DESTINATARIO;
      * LINHA SEM CLIENTE SO VAI ANTES DA PRIMEIRA LINHA DE CLIENTE
      * (CABECALHO). MODO B: A LINHA DE MARCA DECIDE O BLOCO INTEIRO;
      * ANTES DA PRIMEIRA MARCA E CABECALHO.
      *----------------------------------------------------------------
       3300-TRATAR-LINHA.
            IF RGR-BLOCO(WRK-REGRA)
                IF FONTE-LINHA(1:4) = WRK-RGR-MARCA(WRK-REGRA)
                    PERFORM 3400-SELECIONAR-CLIENTE
                    MOVE 'S' TO WRK-JA-DETALHE
                END-IF
                IF NOT JA-PASSOU-DETALHE OR CLIENTE-SELECIONADO
                    PERFORM 3310-COPIAR-LINHA
                END-IF
            ELSE
                MOVE FONTE-LINHA(WRK-RGR-POSICAO(WRK-REGRA):
                    WRK-RGR-TAMANHO(WRK-REGRA)) TO WRK-CLIENTE-TXT
                IF WRK-CLIENTE-TXT IS NUMERIC
                    PERFORM 3400-SELECIONAR-CLIENTE
                    MOVE 'S' TO WRK-JA-DETALHE
                    IF CLIENTE-SELECIONADO
                        PERFORM 3310-COPIAR-LINHA
                    END-IF
                ELSE
                    IF NOT JA-PASSOU-DETALHE
                        PERFORM 3310-COPIAR-LINHA
                    END-IF
                END-IF
            END-IF.
            PERFORM 3200-LER-FONTE.

       3310-COPIAR-LINHA.
            MOVE FONTE-LINHA TO COPIA-LINHA.
            WRITE COPIA-LINHA.
            ADD 1 TO WRK-QTD-LINHAS.

      *----------------------------------------------------------------
      * O CLIENTE E DO DESTINATARIO SE QUALQUER LINHA DELE NA LISTA
      * PARA ESTE RELATORIO CASA: T TUDO, V VENDEDOR DONO DA CARTEIRA,
      * U UF DO CADASTRO. CLIENTE SEM CARTEIRA SO SAI NO T E NO U.
      *----------------------------------------------------------------
       3400-SELECIONAR-CLIENTE.
            MOVE 'N' TO WRK-SELECIONADO.
            MOVE FONTE-LINHA(WRK-RGR-POSICAO(WRK-REGRA):
                WRK-RGR-TAMANHO(WRK-REGRA)) TO WRK-CLIENTE-TXT.
            IF WRK-CLIENTE-TXT IS NUMERIC
                MOVE WRK-CLIENTE-TXT TO WRK-CLIENTE
                MOVE SPACES TO WRK-VENDEDOR-TXT
                MOVE WRK-CLIENTE TO CRT-CLIENTE
                READ CARTEIRA
                    NOT INVALID KEY
                        MOVE CRT-VENDEDOR TO WRK-VENDEDOR-TXT
                END-READ
                MOVE SPACES TO WRK-UF
                MOVE WRK-CLIENTE TO CLI-CODIGO
                READ CLIENTES-MASTER
                    NOT INVALID KEY
                        MOVE CLI-UF TO WRK-UF
                END-READ
                PERFORM 3410-CONFERIR-SELECAO
                    VARYING WRK-SUB FROM 1 BY 1
                    UNTIL WRK-SUB > WRK-QTD-DIST
                       OR CLIENTE-SELECIONADO
                IF CLIENTE-SELECIONADO
                    ADD 1 TO WRK-QTD-CLIENTES
                END-IF
            END-IF.

       3410-CONFERIR-SELECAO.
            IF WRK-DIST-RELATORIO(WRK-SUB) = WRK-RELATORIO
             AND WRK-DIST-DESTINO(WRK-SUB) = WRK-DESTINATARIO
                EVALUATE TRUE
                    WHEN WRK-DIST-TIPO(WRK-SUB) = 'T'
                        MOVE 'S' TO WRK-SELECIONADO
                    WHEN WRK-DIST-TIPO(WRK-SUB) = 'V'
                     AND WRK-VENDEDOR-TXT NOT = SPACES
                     AND WRK-DIST-CHAVE(WRK-SUB) = WRK-VENDEDOR-TXT
                        MOVE 'S' TO WRK-SELECIONADO
                    WHEN WRK-DIST-TIPO(WRK-SUB) = 'U'
                     AND WRK-UF NOT = SPACES
                     AND WRK-DIST-CHAVE(WRK-SUB)(1:2) = WRK-UF
                        MOVE 'S' TO WRK-SELECIONADO
                END-EVALUATE
            END-IF.

       3500-GRAVAR-INDICE.
            MOVE PCT-ULTIMO-NUMERO TO RIX-SEQUENCIA.
            MOVE WRK-RELATORIO TO RIX-PROGRAMA.
            MOVE WRK-DATA-HOJE TO RIX-DATA.
            MOVE SPACES TO RIX-NOME.
            STRING WRK-RELATORIO DELIMITED SPACE
                ' - CORTE' DELIMITED SIZE
                INTO RIX-NOME
            END-STRING.
            MOVE WRK-QTD-LINHAS TO RIX-QTD-LINHAS.
            MOVE WRK-ARQUIVO-COPIA TO RIX-ARQUIVO.
            MOVE WRK-DESTINATARIO TO RIX-DESTINATARIO.
            WRITE REL-INDICE-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O INDICE DO CORTE '
                        WRK-RELATORIO ' ' WRK-DESTINATARIO
            END-WRITE.

       3600-GRAVAR-LOG.
            ACCEPT WRK-HORA FROM TIME.
            MOVE SPACES TO DISTLOG-LINHA.
            MOVE WRK-DATA-HOJE TO DLG-DATA.
            MOVE WRK-HORA TO DLG-HORA.
            MOVE WRK-RELATORIO TO DLG-RELATORIO.
            MOVE WRK-DESTINATARIO TO DLG-DESTINATARIO.
            MOVE WRK-QTD-LINHAS TO DLG-LINHAS.
            MOVE WRK-QTD-CLIENTES TO DLG-CLIENTES.
            MOVE WRK-ARQUIVO-COPIA TO DLG-ARQUIVO.
            WRITE DISTLOG-LINHA.
            DISPLAY WRK-RELATORIO ' PARA ' WRK-DESTINATARIO ': '
                WRK-QTD-CLIENTES ' CLIENTES EM ' WRK-ARQUIVO-COPIA.

       9000-FINALIZAR.
            CLOSE REL-INDICE.
            CLOSE PED-CONTROLE.
            CLOSE CARTEIRA.
            CLOSE CLIENTES-MASTER.
            CLOSE DIST-LOG.
            DISPLAY 'CORTES DISTRIBUIDOS: ' WRK-QTD-CORTES.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-CORTES TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM RELDIST.
