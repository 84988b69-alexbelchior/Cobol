      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CONCILIACAO NOTURNA DOS NUMEROS DE SERIE COM O
      *          ESTOQUE - PARA CADA PRODUTO SERIALIZADO CONTA AS
      *          SERIES EM ESTOQUE (CADASTRO SERIAIS) POR ARMAZEM E
      *          COMPARA COM O SALDO DO ARMAZEM (ESTARMZ) E, NO TOTAL,
      *          COM O SALDO GLOBAL (ESTOQUE). TODA DIFERENCA SAI EM
      *          SERCONC.TXT PARA ACERTO NO SERCONS (IMPLANTACAO OU
      *          BAIXA DE SERIE) OU NO ESTMANU (AJUSTE DE SALDO).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERCONC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT SERIAIS ASSIGN TO 'SERIAIS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CHAVE
               FILE STATUS IS WRK-FS-SERIAIS.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ESTOQUE-ARMAZEM ASSIGN TO 'ESTARMZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAR-CHAVE
               FILE STATUS IS WRK-FS-ESTARMZ.
           SELECT ARMAZENS ASSIGN TO 'ARMAZENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARM-CODIGO
               FILE STATUS IS WRK-FS-ARMAZEM.
           SELECT REL-CONCILIACAO ASSIGN TO 'SERCONC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  SERIAIS
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
       FD  ARMAZENS
           LABEL RECORD IS STANDARD.
           COPY ARMZREG.
       FD  REL-CONCILIACAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-SERIAIS   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-ARMAZEM   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-PRODUTO  PIC X(01) VALUE 'N'.
           88 FIM-PRODUTOS VALUE 'S'.
       77 WRK-EOF-SER      PIC X(01) VALUE 'N'.
           88 FIM-SERIAIS  VALUE 'S'.
       77 WRK-EOF-ARMAZEM  PIC X(01) VALUE 'N'.
           88 FIM-ARMAZENS VALUE 'S'.
       77 WRK-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SERIALIZADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIVERGENCIAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ARMAZENS PIC 9(02) VALUE ZEROS.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-ARM          PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-SERIES PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO        PIC S9(07) VALUE ZEROS.
       77 WRK-SERIES       PIC S9(07) VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(07) VALUE ZEROS.
       77 WRK-LOCAL-ED     PIC X(06) VALUE SPACES.
       77 WRK-SALDO-ED     PIC -ZZZZZZ9 VALUE ZEROS.
       77 WRK-SERIES-ED    PIC -ZZZZZZ9 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC -ZZZZZZ9 VALUE ZEROS.
      *----------------------------------------------------------------
      * ARMAZENS DO MESTRE, CARREGADOS UMA VEZ, E A CONTAGEM DE SERIES
      * EM ESTOQUE POR CODIGO DE ARMAZEM DO PRODUTO CORRENTE.
      *----------------------------------------------------------------
       01 WRK-TAB-ARMAZENS.
           05 WRK-ARM-CODIGO   PIC 9(02) OCCURS 99 TIMES.
       01 WRK-TAB-SERIES.
           05 WRK-SERIES-ARM   PIC S9(07) OCCURS 99 TIMES.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-LER-PRODUTO.
            PERFORM 2100-CONCILIAR-PRODUTO UNTIL FIM-PRODUTOS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'SERCONC' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO NOT = '00'
                MOVE 'S' TO WRK-EOF-PRODUTO
            END-IF.
            OPEN INPUT SERIAIS.
            IF WRK-FS-SERIAIS = '35'
                CLOSE SERIAIS
                OPEN OUTPUT SERIAIS
                CLOSE SERIAIS
                OPEN INPUT SERIAIS
            END-IF.
            OPEN INPUT ESTOQUE-SALDO.
            OPEN INPUT ESTOQUE-ARMAZEM.
            PERFORM 1100-CARREGAR-ARMAZENS.
            OPEN OUTPUT REL-CONCILIACAO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONCILIACAO SERIES X ESTOQUE   DATA: '
                DELIMITED SIZE
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
            STRING 'PRODUTO DESCRICAO                      LOCAL  '
                DELIMITED SIZE
                '   SALDO   SERIES DIFERENCA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       1100-CARREGAR-ARMAZENS.
            MOVE ZEROS TO WRK-QTD-ARMAZENS.
            OPEN INPUT ARMAZENS.
            IF WRK-FS-ARMAZEM = '00'
                PERFORM 1110-LER-ARMAZEM UNTIL FIM-ARMAZENS
                CLOSE ARMAZENS
            END-IF.

       1110-LER-ARMAZEM.
            READ ARMAZENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ARMAZEM
                NOT AT END
                    IF ARM-CODIGO > ZEROS AND WRK-QTD-ARMAZENS < 99
                        ADD 1 TO WRK-QTD-ARMAZENS
                        MOVE ARM-CODIGO
                            TO WRK-ARM-CODIGO (WRK-QTD-ARMAZENS)
                    END-IF
            END-READ.

       2000-LER-PRODUTO.
            READ PRODUTOS-MASTER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PRODUTO
            END-READ.

       2100-CONCILIAR-PRODUTO.
            ADD 1 TO WRK-LIDOS.
            IF PRODUTO-SERIALIZADO
                ADD 1 TO WRK-QTD-SERIALIZADOS
                PERFORM 2200-CONTAR-SERIES
                MOVE 1 TO WRK-SUB
                PERFORM 2300-CONFERIR-ARMAZEM WRK-QTD-ARMAZENS TIMES
                PERFORM 2400-CONFERIR-GLOBAL
            END-IF.
            PERFORM 2000-LER-PRODUTO.

      *----------------------------------------------------------------
      * SERIES EM ESTOQUE DO PRODUTO POR ARMAZEM - VENDIDAS E
      * SUCATEADAS NAO CONTAM.
      *----------------------------------------------------------------
       2200-CONTAR-SERIES.
            INITIALIZE WRK-TAB-SERIES.
            MOVE ZEROS TO WRK-TOTAL-SERIES.
            MOVE 'N' TO WRK-EOF-SER.
            MOVE PRO-CODIGO TO SER-PRODUTO.
            MOVE SPACES TO SER-NUMERO.
            START SERIAIS KEY IS NOT LESS THAN SER-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-SER
            END-START.
            PERFORM 2210-LER-SERIE UNTIL FIM-SERIAIS.

       2210-LER-SERIE.
            READ SERIAIS NEXT
                AT END
                    MOVE 'S' TO WRK-EOF-SER
                NOT AT END
                    IF SER-PRODUTO NOT = PRO-CODIGO
                        MOVE 'S' TO WRK-EOF-SER
                    ELSE
                        IF SERIAL-EM-ESTOQUE AND SER-ARMAZEM > ZEROS
                            ADD 1 TO WRK-SERIES-ARM (SER-ARMAZEM)
                            ADD 1 TO WRK-TOTAL-SERIES
                        END-IF
                    END-IF
            END-READ.

       2300-CONFERIR-ARMAZEM.
            MOVE WRK-ARM-CODIGO (WRK-SUB) TO WRK-ARM.
            MOVE WRK-ARM TO EAR-ARMAZEM.
            MOVE PRO-CODIGO TO EAR-PRODUTO.
            READ ESTOQUE-ARMAZEM
                INVALID KEY
                    MOVE ZEROS TO EAR-SALDO
            END-READ.
            MOVE EAR-SALDO TO WRK-SALDO.
            MOVE WRK-SERIES-ARM (WRK-ARM) TO WRK-SERIES.
            IF WRK-SALDO NOT = WRK-SERIES
                MOVE SPACES TO WRK-LOCAL-ED
                STRING 'ARM ' DELIMITED SIZE
                    WRK-ARM DELIMITED SIZE
                    INTO WRK-LOCAL-ED
                END-STRING
                PERFORM 2500-IMPRIMIR-DIVERGENCIA
            END-IF.
            IF WRK-SUB < 99
                ADD 1 TO WRK-SUB
            END-IF.

       2400-CONFERIR-GLOBAL.
            MOVE PRO-CODIGO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ZEROS TO EST-SALDO
            END-READ.
            MOVE EST-SALDO TO WRK-SALDO.
            MOVE WRK-TOTAL-SERIES TO WRK-SERIES.
            IF WRK-SALDO NOT = WRK-SERIES
                MOVE 'GLOBAL' TO WRK-LOCAL-ED
                PERFORM 2500-IMPRIMIR-DIVERGENCIA
            END-IF.

       2500-IMPRIMIR-DIVERGENCIA.
            ADD 1 TO WRK-QTD-DIVERGENCIAS.
            COMPUTE WRK-DIFERENCA = WRK-SALDO - WRK-SERIES.
            MOVE WRK-SALDO TO WRK-SALDO-ED.
            MOVE WRK-SERIES TO WRK-SERIES-ED.
            MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
            MOVE SPACES TO REL-LINHA.
            STRING PRO-CODIGO DELIMITED SIZE
                '  ' DELIMITED SIZE
                PRO-DESCRICAO (1:30) DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-LOCAL-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-SALDO-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-SERIES-ED DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-DIFERENCA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            IF WRK-QTD-DIVERGENCIAS = ZEROS
                MOVE 'SERIES CONFEREM COM O ESTOQUE' TO REL-LINHA
                WRITE REL-LINHA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTOS SERIALIZADOS: ' DELIMITED SIZE
                WRK-QTD-SERIALIZADOS DELIMITED SIZE
                '   DIVERGENCIAS: ' DELIMITED SIZE
                WRK-QTD-DIVERGENCIAS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE PRODUTOS-MASTER.
            CLOSE SERIAIS.
            CLOSE ESTOQUE-SALDO.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE REL-CONCILIACAO.
            DISPLAY 'CONCILIACAO DE SERIES GRAVADA EM SERCONC.TXT - '
                WRK-QTD-DIVERGENCIAS ' DIVERGENCIA(S)'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-DIVERGENCIAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM SERCONC.
