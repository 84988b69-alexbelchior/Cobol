      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: REVISAO EM MASSA DA TABELA DE PRECOS - APLICA UM
      *          PERCENTUAL OU UM VALOR (ACRESCIMO OU REDUCAO) AS TRES
      *          FAIXAS DE PRECOTAB DE UMA FAIXA DE PRODUTOS, COM REGRA
      *          DE ARREDONDAMENTO, PODENDO DEIXAR DE FORA OS PRODUTOS
      *          COM ACORDO DE PRECO (ACORDOS) VIGENTE OU FUTURO. EM
      *          MODO SIMULACAO SO IMPRIME A PREVIA ANTES/DEPOIS
      *          (PRECREV.TXT); EM MODO GRAVACAO IMPRIME A MESMA PREVIA
      *          E PROGRAMA AS FAIXAS NOVAS EM PRECOFUT PARA A DATA
      *          EFETIVA - A TABELA EM VIGOR NAO E TOCADA, QUEM TROCA
      *          NA DATA E O PRECATIV DA CADEIA NOTURNA.
      *          SYSIN (UM CAMPO POR LINHA): PRODUTO INICIAL, PRODUTO
      *          FINAL, TIPO (P=PERCENTUAL V=VALOR), SINAL (+ OU -),
      *          VALOR EM CENTESIMOS (0000850 = 8,50% OU R$ 8,50),
      *          ARREDONDAMENTO (C=CENTAVO D=DEZ CENTAVOS R=REAL
      *          INTEIRO 9=FINAL ,90), EXCLUIR ACORDOS (S/N), DATA
      *          EFETIVA (AAAAMMDD) E MODO (S=SIMULAR G=GRAVAR).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECO-TABELA ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRODUTO
               FILE STATUS IS WRK-FS-PRECO.
           SELECT PRECO-FUTURO ASSIGN TO 'PRECOFUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-FS-FUTURO.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ACORDOS-PRECO ASSIGN TO 'ACORDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS WRK-FS-ACORDO.
           SELECT PROD-ACORDO ASSIGN TO 'REVTMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRV-PRODUTO
               FILE STATUS IS WRK-FS-TEMP.
           SELECT REL-REVISAO ASSIGN TO 'PRECREV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-TABELA
           LABEL RECORD IS STANDARD.
           COPY PRECOREG.
       FD  PRECO-FUTURO
           LABEL RECORD IS STANDARD.
           COPY PRFREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  ACORDOS-PRECO
           LABEL RECORD IS STANDARD.
           COPY ACORREG.
       FD  PROD-ACORDO
           LABEL RECORD IS STANDARD.
       01 REVTMP-REG.
           05 TRV-PRODUTO      PIC 9(06).
       FD  REL-REVISAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRECO     PIC X(02) VALUE '00'.
       77 WRK-FS-FUTURO    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ACORDO    PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-PRECO    PIC X(01) VALUE 'N'.
           88 FIM-PRECOS   VALUE 'S'.
       77 WRK-EOF-ACORDO   PIC X(01) VALUE 'N'.
           88 FIM-ACORDOS  VALUE 'S'.
       77 WRK-PARAM-OK     PIC X(01) VALUE 'S'.
           88 PARAMETROS-OK VALUE 'S'.
       77 WRK-SITUACAO     PIC X(01) VALUE SPACE.
           88 PRODUTO-REVISADO  VALUE 'R'.
           88 PRODUTO-ACORDO    VALUE 'A'.
           88 PRODUTO-NEGATIVO  VALUE 'N'.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REVISADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ACORDO   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NEGATIVO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-CENT   PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-CALC   PIC S9(08)V9(04) VALUE ZEROS.
       77 WRK-PRECO-CENT   PIC S9(08)V99 VALUE ZEROS.
       77 WRK-PRECO-DEZ    PIC S9(08)V9 VALUE ZEROS.
       77 WRK-PRECO-INT    PIC S9(08) VALUE ZEROS.
       77 WRK-PRECO-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-NOVO-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PTR          PIC 9(03) VALUE 1.
       01 WRK-PARAMETROS.
           05 WRK-PRODUTO-INI  PIC 9(06) VALUE ZEROS.
           05 WRK-PRODUTO-FIM  PIC 9(06) VALUE ZEROS.
           05 WRK-TIPO         PIC X(01) VALUE SPACE.
               88 REVISAO-PERCENTUAL VALUE 'P'.
               88 REVISAO-VALOR      VALUE 'V'.
           05 WRK-SINAL        PIC X(01) VALUE '+'.
               88 SINAL-REDUCAO VALUE '-'.
           05 WRK-ARREDONDA    PIC X(01) VALUE 'C'.
               88 ARREDONDA-CENTAVO VALUE 'C'.
               88 ARREDONDA-DEZ     VALUE 'D'.
               88 ARREDONDA-REAL    VALUE 'R'.
               88 ARREDONDA-NOVENTA VALUE '9'.
           05 WRK-EXCLUI-ACORDO PIC X(01) VALUE 'S'.
               88 EXCLUIR-ACORDOS VALUE 'S'.
           05 WRK-DATA-EFETIVA PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-EFET-ED REDEFINES WRK-DATA-EFETIVA.
               10 WRK-EFET-ANO  PIC 9(04).
               10 WRK-EFET-MES  PIC 9(02).
               10 WRK-EFET-DIA  PIC 9(02).
           05 WRK-MODO         PIC X(01) VALUE 'S'.
               88 MODO-SIMULACAO VALUE 'S'.
               88 MODO-GRAVACAO  VALUE 'G'.
       01 WRK-FAIXAS-NOVAS.
           05 WRK-PRECO-NOVO   PIC 9(07)V99 OCCURS 3 TIMES.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF PARAMETROS-OK
                PERFORM 1500-CARREGAR-ACORDOS
                PERFORM 2000-REVISAR-TABELA
                PERFORM 3000-TOTAIS
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PRECREV' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PRODUTO-INI.
            ACCEPT WRK-PRODUTO-FIM.
            ACCEPT WRK-TIPO.
            ACCEPT WRK-SINAL.
            ACCEPT WRK-VALOR-CENT.
            ACCEPT WRK-ARREDONDA.
            ACCEPT WRK-EXCLUI-ACORDO.
            ACCEPT WRK-DATA-EFETIVA.
            ACCEPT WRK-MODO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-VALOR = WRK-VALOR-CENT / 100.
            IF WRK-PRODUTO-FIM = ZEROS
                MOVE 999999 TO WRK-PRODUTO-FIM
            END-IF.
            PERFORM 1100-VALIDAR-PARAMETROS.
            OPEN OUTPUT REL-REVISAO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            IF MODO-GRAVACAO
                MOVE 'REVISAO DE PRECOS PROGRAMADA' TO RPT-TITULO
            ELSE
                MOVE 'REVISAO DE PRECOS - SIMULACAO' TO RPT-TITULO
            END-IF.
            STRING RPT-TITULO DELIMITED SIZE
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
            MOVE WRK-VALOR TO WRK-PRECO-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTOS ' DELIMITED SIZE
                WRK-PRODUTO-INI DELIMITED SIZE
                ' A ' DELIMITED SIZE
                WRK-PRODUTO-FIM DELIMITED SIZE
                '  TIPO ' DELIMITED SIZE
                WRK-TIPO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-SINAL DELIMITED SIZE
                WRK-PRECO-ED DELIMITED SIZE
                '  ARREDONDAMENTO ' DELIMITED SIZE
                WRK-ARREDONDA DELIMITED SIZE
                '  EXCLUI ACORDOS ' DELIMITED SIZE
                WRK-EXCLUI-ACORDO DELIMITED SIZE
                '  VIGENCIA A PARTIR DE ' DELIMITED SIZE
                WRK-EFET-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EFET-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EFET-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            IF PARAMETROS-OK
                OPEN INPUT PRECO-TABELA
                OPEN INPUT PRODUTOS-MASTER
                IF MODO-GRAVACAO
                    OPEN I-O PRECO-FUTURO
                    IF WRK-FS-FUTURO = '35'
                        CLOSE PRECO-FUTURO
                        OPEN OUTPUT PRECO-FUTURO
                        CLOSE PRECO-FUTURO
                        OPEN I-O PRECO-FUTURO
                    END-IF
                END-IF
            ELSE
                MOVE 'PARAMETROS INVALIDOS - REVISAO NAO PROCESSADA'
                    TO REL-LINHA
                WRITE REL-LINHA
                MOVE 8 TO RETURN-CODE
            END-IF.

      *----------------------------------------------------------------
      * A DATA EFETIVA TEM QUE SER FUTURA: A REVISAO NUNCA MEXE NA
      * TABELA DO DIA - UM REAJUSTE PARA HOJE CAI NA CADEIA DESTA
      * NOITE E VALE A PARTIR DE AMANHA, ENTAO E PEDIDO PARA AMANHA.
      *----------------------------------------------------------------
       1100-VALIDAR-PARAMETROS.
            MOVE 'S' TO WRK-PARAM-OK.
            IF WRK-PRODUTO-FIM < WRK-PRODUTO-INI
                DISPLAY 'FAIXA DE PRODUTOS INVALIDA'
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.
            IF NOT REVISAO-PERCENTUAL AND NOT REVISAO-VALOR
                DISPLAY 'TIPO DE REVISAO INVALIDO: ' WRK-TIPO
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.
            IF WRK-SINAL NOT = '+' AND WRK-SINAL NOT = '-'
                DISPLAY 'SINAL INVALIDO: ' WRK-SINAL
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.
            IF NOT ARREDONDA-CENTAVO AND NOT ARREDONDA-DEZ
                AND NOT ARREDONDA-REAL AND NOT ARREDONDA-NOVENTA
                DISPLAY 'ARREDONDAMENTO INVALIDO: ' WRK-ARREDONDA
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.
            IF REVISAO-PERCENTUAL AND SINAL-REDUCAO
                AND WRK-VALOR NOT < 100
                DISPLAY 'REDUCAO PERCENTUAL DE 100% OU MAIS'
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.
            IF WRK-EFET-MES < 01 OR WRK-EFET-MES > 12
                OR WRK-EFET-DIA < 01 OR WRK-EFET-DIA > 31
                DISPLAY 'DATA EFETIVA INVALIDA: ' WRK-DATA-EFETIVA
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.
            IF WRK-DATA-EFETIVA NOT > WRK-DATA-HOJE
                DISPLAY 'DATA EFETIVA TEM QUE SER FUTURA: '
                    WRK-DATA-EFETIVA
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.
            IF NOT MODO-SIMULACAO AND NOT MODO-GRAVACAO
                DISPLAY 'MODO INVALIDO: ' WRK-MODO
                MOVE 'N' TO WRK-PARAM-OK
            END-IF.

      *----------------------------------------------------------------
      * A CHAVE DE ACORDOS COMECA PELO CLIENTE - OS PRODUTOS COM
      * ACORDO AINDA NAO VENCIDO SAO SEPARADOS NUM ARQUIVO DE TRABALHO
      * POR PRODUTO, COMO OS ACUMULADORES DO MARGEM.
      *----------------------------------------------------------------
       1500-CARREGAR-ACORDOS.
            OPEN OUTPUT PROD-ACORDO.
            CLOSE PROD-ACORDO.
            OPEN I-O PROD-ACORDO.
            IF EXCLUIR-ACORDOS
                OPEN INPUT ACORDOS-PRECO
                IF WRK-FS-ACORDO = '00'
                    PERFORM 1510-LER-ACORDO
                    PERFORM 1520-GUARDAR-ACORDO UNTIL FIM-ACORDOS
                    CLOSE ACORDOS-PRECO
                END-IF
            END-IF.

       1510-LER-ACORDO.
            READ ACORDOS-PRECO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ACORDO
            END-READ.

       1520-GUARDAR-ACORDO.
            IF ACO-VALIDADE-FIM >= WRK-DATA-HOJE
                MOVE ACO-PRODUTO TO TRV-PRODUTO
                WRITE REVTMP-REG
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF.
            PERFORM 1510-LER-ACORDO.

       2000-REVISAR-TABELA.
            MOVE WRK-PRODUTO-INI TO PRC-PRODUTO.
            START PRECO-TABELA KEY IS NOT LESS THAN PRC-PRODUTO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PRECO
            END-START.
            IF NOT FIM-PRECOS
                PERFORM 2010-LER-PRECO
                PERFORM 2100-REVISAR-PRODUTO UNTIL FIM-PRECOS
            END-IF.

       2010-LER-PRECO.
            READ PRECO-TABELA NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PRECO
            END-READ.
            IF NOT FIM-PRECOS
                IF PRC-PRODUTO > WRK-PRODUTO-FIM
                    MOVE 'S' TO WRK-EOF-PRECO
                ELSE
                    ADD 1 TO WRK-QTD-LIDOS
                END-IF
            END-IF.

       2100-REVISAR-PRODUTO.
            MOVE 'R' TO WRK-SITUACAO.
            MOVE PRC-PRODUTO TO TRV-PRODUTO.
            READ PROD-ACORDO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'A' TO WRK-SITUACAO
            END-READ.
            IF PRODUTO-REVISADO
                MOVE ZEROS TO WRK-SUB
                PERFORM 2200-CALCULAR-FAIXA 3 TIMES
            END-IF.
            EVALUATE TRUE
                WHEN PRODUTO-REVISADO
                    ADD 1 TO WRK-QTD-REVISADOS
                    IF MODO-GRAVACAO
                        PERFORM 2300-PROGRAMAR-PRECO
                    END-IF
                WHEN PRODUTO-ACORDO
                    ADD 1 TO WRK-QTD-ACORDO
                WHEN PRODUTO-NEGATIVO
                    ADD 1 TO WRK-QTD-NEGATIVO
            END-EVALUATE.
            PERFORM 2400-IMPRIMIR-PRODUTO.
            PERFORM 2010-LER-PRECO.

      *----------------------------------------------------------------
      * FAIXA SEM PRECO (ZERO) FICA ZERADA. UMA REDUCAO EM VALOR QUE
      * ZERARIA OU NEGATIVARIA ALGUMA FAIXA DEIXA O PRODUTO INTEIRO
      * DE FORA, PARA NAO PROGRAMAR TABELA PELA METADE.
      *----------------------------------------------------------------
       2200-CALCULAR-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE ZEROS TO WRK-PRECO-NOVO (WRK-SUB).
            IF PRC-PRECO (WRK-SUB) NOT = ZEROS
                IF REVISAO-PERCENTUAL
                    IF SINAL-REDUCAO
                        COMPUTE WRK-PRECO-CALC = PRC-PRECO (WRK-SUB)
                            * (100 - WRK-VALOR) / 100
                    ELSE
                        COMPUTE WRK-PRECO-CALC = PRC-PRECO (WRK-SUB)
                            * (100 + WRK-VALOR) / 100
                    END-IF
                ELSE
                    IF SINAL-REDUCAO
                        COMPUTE WRK-PRECO-CALC =
                            PRC-PRECO (WRK-SUB) - WRK-VALOR
                    ELSE
                        COMPUTE WRK-PRECO-CALC =
                            PRC-PRECO (WRK-SUB) + WRK-VALOR
                    END-IF
                END-IF
                PERFORM 2210-ARREDONDAR
                IF WRK-PRECO-CALC NOT > ZEROS
                    MOVE 'N' TO WRK-SITUACAO
                ELSE
                    MOVE WRK-PRECO-CALC TO WRK-PRECO-NOVO (WRK-SUB)
                END-IF
            END-IF.

       2210-ARREDONDAR.
            EVALUATE TRUE
                WHEN ARREDONDA-DEZ
                    COMPUTE WRK-PRECO-DEZ ROUNDED = WRK-PRECO-CALC
                    MOVE WRK-PRECO-DEZ TO WRK-PRECO-CALC
                WHEN ARREDONDA-REAL
                    COMPUTE WRK-PRECO-INT ROUNDED = WRK-PRECO-CALC
                    MOVE WRK-PRECO-INT TO WRK-PRECO-CALC
                WHEN ARREDONDA-NOVENTA
      *----------------------------------------------------------------
      * FINAL ,90 MAIS PROXIMO: ATE ,39 DESCE PARA O ,90 DO REAL DE
      * BAIXO; DE ,40 EM DIANTE FICA NO ,90 DO PROPRIO REAL.
      *----------------------------------------------------------------
                    MOVE WRK-PRECO-CALC TO WRK-PRECO-INT
                    IF WRK-PRECO-CALC - WRK-PRECO-INT < 0,40
                        AND WRK-PRECO-INT > ZEROS
                        SUBTRACT 1 FROM WRK-PRECO-INT
                    END-IF
                    COMPUTE WRK-PRECO-CALC = WRK-PRECO-INT + 0,90
                WHEN OTHER
                    COMPUTE WRK-PRECO-CENT ROUNDED = WRK-PRECO-CALC
                    MOVE WRK-PRECO-CENT TO WRK-PRECO-CALC
            END-EVALUATE.

       2300-PROGRAMAR-PRECO.
            MOVE PRC-PRODUTO TO PRF-PRODUTO.
            MOVE WRK-DATA-EFETIVA TO PRF-DATA-EFETIVA.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2310-MOVER-FAIXA 3 TIMES.
            MOVE WRK-DATA-HOJE TO PRF-DATA-PROGRAMACAO.
            MOVE ZEROS TO PRF-DATA-APLICACAO.
            MOVE 'P' TO PRF-SITUACAO.
            REWRITE PRECO-FUTURO-REG
                INVALID KEY
                    WRITE PRECO-FUTURO-REG
            END-REWRITE.
            ADD 1 TO WRK-QTD-GRAVADOS.

       2310-MOVER-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE PRC-QTD-MIN (WRK-SUB) TO PRF-QTD-MIN (WRK-SUB).
            MOVE PRC-QTD-MAX (WRK-SUB) TO PRF-QTD-MAX (WRK-SUB).
            MOVE WRK-PRECO-NOVO (WRK-SUB) TO PRF-PRECO (WRK-SUB).

       2400-IMPRIMIR-PRODUTO.
            MOVE PRC-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO PRO-DESCRICAO
            END-READ.
            MOVE SPACES TO REL-LINHA.
            MOVE 1 TO WRK-PTR.
            STRING PRC-PRODUTO DELIMITED SIZE
                ' ' DELIMITED SIZE
                PRO-DESCRICAO (1:30) DELIMITED SIZE
                INTO REL-LINHA WITH POINTER WRK-PTR
            END-STRING.
            EVALUATE TRUE
                WHEN PRODUTO-ACORDO
                    STRING ' EXCLUIDO - PRODUTO COM ACORDO DE PRECO'
                        DELIMITED SIZE
                        INTO REL-LINHA WITH POINTER WRK-PTR
                    END-STRING
                WHEN PRODUTO-NEGATIVO
                    STRING ' EXCLUIDO - REDUCAO ZERARIA UMA FAIXA'
                        DELIMITED SIZE
                        INTO REL-LINHA WITH POINTER WRK-PTR
                    END-STRING
                WHEN OTHER
                    MOVE ZEROS TO WRK-SUB
                    PERFORM 2410-IMPRIMIR-FAIXA 3 TIMES
            END-EVALUATE.
            WRITE REL-LINHA.

       2410-IMPRIMIR-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE PRC-PRECO (WRK-SUB) TO WRK-PRECO-ED.
            MOVE WRK-PRECO-NOVO (WRK-SUB) TO WRK-NOVO-ED.
            STRING ' ' DELIMITED SIZE
                WRK-PRECO-ED DELIMITED SIZE
                ' >' DELIMITED SIZE
                WRK-NOVO-ED DELIMITED SIZE
                INTO REL-LINHA WITH POINTER WRK-PTR
            END-STRING.

       3000-TOTAIS.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTOS LIDOS: ' DELIMITED SIZE
                WRK-QTD-LIDOS DELIMITED SIZE
                '  REVISADOS: ' DELIMITED SIZE
                WRK-QTD-REVISADOS DELIMITED SIZE
                '  EXCLUIDOS POR ACORDO: ' DELIMITED SIZE
                WRK-QTD-ACORDO DELIMITED SIZE
                '  EXCLUIDOS POR FAIXA ZERADA: ' DELIMITED SIZE
                WRK-QTD-NEGATIVO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            IF MODO-GRAVACAO
                STRING 'TABELAS PROGRAMADAS EM PRECOFUT: '
                    DELIMITED SIZE
                    WRK-QTD-GRAVADOS DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                MOVE 'SIMULACAO - NENHUMA TABELA FOI PROGRAMADA'
                    TO REL-LINHA
            END-IF.
            WRITE REL-LINHA.
            CLOSE PRECO-TABELA.
            CLOSE PRODUTOS-MASTER.
            CLOSE PROD-ACORDO.
            IF MODO-GRAVACAO
                CLOSE PRECO-FUTURO
            END-IF.

       9000-FINALIZAR.
            CLOSE REL-REVISAO.
            DISPLAY 'PREVIA DA REVISAO GRAVADA EM PRECREV.TXT'.
            DISPLAY 'PRODUTOS REVISADOS: ' WRK-QTD-REVISADOS
                ' PROGRAMADOS: ' WRK-QTD-GRAVADOS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE RETURN-CODE TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-GRAVADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PRECREV.
