      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO NOTURNO DA POSICAO EM CONSIGNACAO POR
      *          CLIENTE - PARA CADA LOCAL DE CONSIGNACAO DO MESTRE
      *          ARMAZENS (TIPO C), O CLIENTE, A DATA DA ULTIMA
      *          CONTAGEM NO CLIENTE E OS SALDOS DO LOCAL EM ESTARMZ,
      *          EM QUANTIDADE E EM VALOR AO CUSTO MEDIO (ESTOQUE),
      *          COM TOTAL POR CLIENTE E TOTAL GERAL.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGPOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARMAZENS-MASTER ASSIGN TO 'ARMAZENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARM-CODIGO
               FILE STATUS IS WRK-FS-ARMAZEM.
           SELECT ESTOQUE-ARMAZEM ASSIGN TO 'ESTARMZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAR-CHAVE
               FILE STATUS IS WRK-FS-ESTARMZ.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REL-CONSIGNACAO ASSIGN TO 'CSGPOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARMAZENS-MASTER
           LABEL RECORD IS STANDARD.
           COPY ARMZREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  REL-CONSIGNACAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARMAZEM   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ARMAZEM  PIC X(01) VALUE 'N'.
           88 FIM-ARMAZENS VALUE 'S'.
       77 WRK-EOF-ESTARMZ  PIC X(01) VALUE 'N'.
           88 FIM-ESTARMZ  VALUE 'S'.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CLIENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CLIENTE  PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CLIENTE PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED     PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-DATA-CONTAGEM-ED PIC X(10) VALUE SPACES.
       01 WRK-DATA-CONTAGEM-GRP.
           05 WRK-DATA-CONTAGEM PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-CONTAGEM-R REDEFINES WRK-DATA-CONTAGEM.
               10 WRK-CONT-ANO  PIC 9(04).
               10 WRK-CONT-MES  PIC 9(02).
               10 WRK-CONT-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-ARMAZEM.
            PERFORM 2000-PROCESSAR UNTIL FIM-ARMAZENS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'CSGPOS' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT ARMAZENS-MASTER.
            OPEN INPUT ESTOQUE-ARMAZEM.
            IF WRK-FS-ESTARMZ = '35'
                CLOSE ESTOQUE-ARMAZEM
                OPEN OUTPUT ESTOQUE-ARMAZEM
                CLOSE ESTOQUE-ARMAZEM
                OPEN INPUT ESTOQUE-ARMAZEM
            END-IF.
            OPEN INPUT ESTOQUE-SALDO.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN INPUT CLIENTES-MASTER.
            OPEN OUTPUT REL-CONSIGNACAO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'POSICAO DO ESTOQUE EM CONSIGNACAO POR CLIENTE'
                DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * SO OS LOCAIS DE CONSIGNACAO ENTRAM; ARMAZENS PROPRIOS SAO
      * PULADOS.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            IF ARM-CONSIGNACAO
                PERFORM 2100-CABECALHO-CLIENTE
                PERFORM 2200-LISTAR-SALDOS
                PERFORM 2300-TOTAL-CLIENTE
            END-IF.
            PERFORM 5010-LER-ARMAZEM.

       2100-CABECALHO-CLIENTE.
            ADD 1 TO WRK-QTD-CLIENTES.
            MOVE ZEROS TO WRK-QTD-CLIENTE.
            MOVE ZEROS TO WRK-TOTAL-CLIENTE.
            MOVE ARM-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE '** CLIENTE NAO CADASTRADO **' TO CLI-NOME
            END-READ.
            MOVE ARM-DATA-CONTAGEM TO WRK-DATA-CONTAGEM.
            IF WRK-DATA-CONTAGEM = ZEROS
                MOVE 'NUNCA' TO WRK-DATA-CONTAGEM-ED
            ELSE
                MOVE SPACES TO WRK-DATA-CONTAGEM-ED
                STRING WRK-CONT-DIA DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-CONT-MES DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-CONT-ANO DELIMITED SIZE
                    INTO WRK-DATA-CONTAGEM-ED
                END-STRING
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING 'CLIENTE ' DELIMITED SIZE
                ARM-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                CLI-NOME DELIMITED SIZE
                ' LOCAL ' DELIMITED SIZE
                ARM-CODIGO DELIMITED SIZE
                ' ULTIMA CONTAGEM: ' DELIMITED SIZE
                WRK-DATA-CONTAGEM-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * SALDOS DO LOCAL EM ESTARMZ (CHAVE ARMAZEM+PRODUTO) - SO OS
      * POSITIVOS, VALORIZADOS PELO CUSTO MEDIO DO PRODUTO.
      *----------------------------------------------------------------
       2200-LISTAR-SALDOS.
            MOVE 'N' TO WRK-EOF-ESTARMZ.
            MOVE ARM-CODIGO TO EAR-ARMAZEM.
            MOVE ZEROS TO EAR-PRODUTO.
            START ESTOQUE-ARMAZEM KEY IS NOT LESS THAN EAR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ESTARMZ
            END-START.
            IF NOT FIM-ESTARMZ
                PERFORM 2210-LER-ESTARMZ
                PERFORM 2220-IMPRIMIR-SALDO UNTIL FIM-ESTARMZ
            END-IF.

       2210-LER-ESTARMZ.
            READ ESTOQUE-ARMAZEM NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ESTARMZ
            END-READ.
            IF NOT FIM-ESTARMZ
                AND EAR-ARMAZEM NOT = ARM-CODIGO
                MOVE 'S' TO WRK-EOF-ESTARMZ
            END-IF.

       2220-IMPRIMIR-SALDO.
            IF EAR-SALDO > ZEROS
                MOVE EAR-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE SPACES TO PRO-DESCRICAO
                END-READ
                MOVE EAR-PRODUTO TO EST-PRODUTO
                READ ESTOQUE-SALDO
                    INVALID KEY
                        MOVE ZEROS TO EST-CUSTO-MEDIO
                END-READ
                COMPUTE WRK-VALOR = EAR-SALDO * EST-CUSTO-MEDIO
                ADD EAR-SALDO TO WRK-QTD-CLIENTE
                ADD WRK-VALOR TO WRK-TOTAL-CLIENTE
                ADD 1 TO WRK-QTD-LINHAS
                MOVE EAR-SALDO TO WRK-QTD-ED
                MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-ED
                MOVE WRK-VALOR TO WRK-VALOR-ED
                MOVE SPACES TO REL-LINHA
                STRING '   PRODUTO ' DELIMITED SIZE
                    EAR-PRODUTO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    PRO-DESCRICAO DELIMITED SIZE
                    ' QTD ' DELIMITED SIZE
                    WRK-QTD-ED DELIMITED SIZE
                    ' CUSTO ' DELIMITED SIZE
                    WRK-CUSTO-ED DELIMITED SIZE
                    ' VALOR ' DELIMITED SIZE
                    WRK-VALOR-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            PERFORM 2210-LER-ESTARMZ.

       2300-TOTAL-CLIENTE.
            ADD WRK-TOTAL-CLIENTE TO WRK-TOTAL-GERAL.
            MOVE WRK-TOTAL-CLIENTE TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   TOTAL DO CLIENTE - QTD ' DELIMITED SIZE
                WRK-QTD-CLIENTE DELIMITED SIZE
                ' VALOR ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       5010-LER-ARMAZEM.
            READ ARMAZENS-MASTER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ARMAZEM
            END-READ.

       3000-FINALIZAR.
            MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'CLIENTES EM CONSIGNACAO: ' DELIMITED SIZE
                WRK-QTD-CLIENTES DELIMITED SIZE
                '   VALOR TOTAL EM CONSIGNACAO: ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE ARMAZENS-MASTER.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE ESTOQUE-SALDO.
            CLOSE PRODUTOS-MASTER.
            CLOSE CLIENTES-MASTER.
            CLOSE REL-CONSIGNACAO.
            DISPLAY 'RELATORIO GRAVADO EM CSGPOS.TXT'.

            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM CSGPOS.
