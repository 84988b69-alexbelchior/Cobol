      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ENVIO NOTURNO DO CATALOGO, PRECO E DISPONIVEL PARA A
      *          LOJA VIRTUAL (LOJAWEB.TXT, LARGURA FIXA COM HEADER E
      *          TRAILER COMO O CLIFAT) - NO LUGAR DA ATUALIZACAO
      *          SEMANAL A MAO PELA LISTAGEM, QUE FAZIA A LOJA VENDER
      *          O QUE NAO TEMOS. POR PRODUTO ATIVO: DESCRICAO,
      *          UNIDADE, PESO, AS TRES FAIXAS DE PRECO DO PRECOTAB E
      *          O DISPONIVEL PARA PROMETER (SALDO - COMPROMETIDO,
      *          FORA O QUE ESTA EM CONSIGNACAO NO CLIENTE). ENVIO
      *          TOTAL UMA VEZ POR SEMANA E DELTA NOS OUTROS DIAS (SO
      *          PRECO OU DISPONIVEL QUE MUDOU DESDE O ULTIMO ENVIO,
      *          GUARDADO EM CATWEB); PRODUTO QUE FICOU INATIVO OU
      *          PERDEU A TABELA DE PRECO SAI COMO RETIRADA.
      *          SYSIN: T = TOTAL, D = DELTA, A (OU BRANCO) =
      *          AUTOMATICO - TOTAL NO DIA DA SEMANA DO PARAMETRO
      *          CATDIA (1 = DOMINGO ... 7 = SABADO, PADRAO 1), DELTA
      *          NOS DEMAIS.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT PRECO-TABELA ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRODUTO
               FILE STATUS IS WRK-FS-PRECO.
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
           SELECT CATALOGO-WEB ASSIGN TO 'CATWEB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CWB-PRODUTO
               FILE STATUS IS WRK-FS-CATWEB.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT WEB-INTERFACE ASSIGN TO 'LOJAWEB.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTF.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  PRECO-TABELA
           LABEL RECORD IS STANDARD.
           COPY PRECOREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
       FD  ARMAZENS
           LABEL RECORD IS STANDARD.
           COPY ARMZREG.
       FD  CATALOGO-WEB
           LABEL RECORD IS STANDARD.
           COPY CWBREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
      *----------------------------------------------------------------
      * INTERFACE DA LOJA VIRTUAL. OPERACAO DO DETALHE: I = INCLUIR
      * (OU SUBSTITUIR - TODO DETALHE DO ENVIO TOTAL E I), A = PRECO
      * OU DISPONIVEL ALTERADO, R = RETIRAR DA LOJA. O TRAILER TRAZ A
      * QUANTIDADE DE DETALHES, QUANTOS SAO RETIRADAS E O HASH DOS
      * CODIGOS, PARA A LOJA RECUSAR ARQUIVO TRUNCADO.
      *----------------------------------------------------------------
       FD  WEB-INTERFACE
           LABEL RECORD IS STANDARD.
       01 WEB-DETALHE.
           05 WEB-TIPO              PIC X(01).
           05 WEB-OPERACAO          PIC X(01).
           05 WEB-PRODUTO           PIC 9(06).
           05 WEB-DESCRICAO         PIC X(40).
           05 WEB-UNIDADE           PIC X(03).
           05 WEB-PESO              PIC 9(05)V99.
           05 WEB-FAIXA             OCCURS 3 TIMES.
               10 WEB-QTD-MIN       PIC 9(05).
               10 WEB-QTD-MAX       PIC 9(05).
               10 WEB-PRECO         PIC 9(07)V99.
           05 WEB-DISPONIVEL        PIC 9(07).
       01 WEB-HEADER.
           05 WHD-TIPO              PIC X(01).
           05 WHD-DATA-GERACAO      PIC 9(08).
           05 WHD-SEQUENCIA         PIC 9(06).
           05 WHD-MODO              PIC X(01).
       01 WEB-TRAILER.
           05 WTR-TIPO              PIC X(01).
           05 WTR-QTD-REGISTROS     PIC 9(06).
           05 WTR-QTD-RETIRADAS     PIC 9(06).
           05 WTR-HASH-CODIGOS      PIC 9(12).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-PRECO     PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-ARMAZEM   PIC X(02) VALUE '00'.
       77 WRK-FS-CATWEB    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-INTF      PIC X(02) VALUE '00'.
       77 WRK-EOF-PRODUTO  PIC X(01) VALUE 'N'.
           88 FIM-PRODUTOS VALUE 'S'.
       77 WRK-EOF-ARMAZEM  PIC X(01) VALUE 'N'.
           88 FIM-ARMAZENS VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE 'A'.
           88 MODO-TOTAL   VALUE 'T' 't'.
           88 MODO-DELTA   VALUE 'D' 'd'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-TOTAL    PIC 9(01) VALUE 1.
       77 WRK-DIA-SEMANA   PIC 9(01) VALUE ZEROS.
       77 WRK-ZL-DIA       PIC 9(02) VALUE ZEROS.
       77 WRK-ZL-MES       PIC 9(02) VALUE ZEROS.
       77 WRK-ZL-ANO       PIC 9(04) VALUE ZEROS.
       77 WRK-ZL-TERMO     PIC 9(05) VALUE ZEROS.
       77 WRK-ZL-H         PIC 9(09) VALUE ZEROS.
       77 WRK-ZL-RESTO     PIC 9(02) VALUE ZEROS.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-TEM-PUBLICACAO PIC X(01) VALUE 'N'.
           88 TEM-PUBLICACAO VALUE 'S'.
       77 WRK-PUBLICAVEL   PIC X(01) VALUE 'N'.
           88 PRODUTO-PUBLICAVEL VALUE 'S'.
       77 WRK-OPERACAO     PIC X(01) VALUE SPACE.
       77 WRK-DISPONIVEL   PIC S9(08) VALUE ZEROS.
       77 WRK-DISP-ENVIO   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CONSIG   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CONSIG   PIC 9(02) VALUE ZEROS.
       01 WRK-CONSIG-TABELA.
           05 WRK-CONSIG-ARMAZEM OCCURS 99 TIMES PIC 9(02).
       01 WRK-PRECOS.
           05 WRK-FAIXA            OCCURS 3 TIMES.
               10 WRK-QTD-MIN      PIC 9(05).
               10 WRK-QTD-MAX      PIC 9(05).
               10 WRK-PRECO        PIC 9(07)V99.
       77 WRK-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXPORTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RETIRADAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PRECO  PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-CODIGOS   PIC 9(12) VALUE ZEROS.
           COPY JOBLREG.
           COPY PLRREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-PRODUTO.
            PERFORM 2000-PROCESSAR UNTIL FIM-PRODUTOS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'CATEXP' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-MODO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO NOT = '00'
                MOVE 'S' TO WRK-EOF-PRODUTO
            END-IF.
            OPEN INPUT PRECO-TABELA.
            IF WRK-FS-PRECO = '35'
                CLOSE PRECO-TABELA
                OPEN OUTPUT PRECO-TABELA
                CLOSE PRECO-TABELA
                OPEN INPUT PRECO-TABELA
            END-IF.
            OPEN INPUT ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN INPUT ESTOQUE-SALDO
            END-IF.
            OPEN INPUT ESTOQUE-ARMAZEM.
            IF WRK-FS-ESTARMZ = '35'
                CLOSE ESTOQUE-ARMAZEM
                OPEN OUTPUT ESTOQUE-ARMAZEM
                CLOSE ESTOQUE-ARMAZEM
                OPEN INPUT ESTOQUE-ARMAZEM
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
      *----------------------------------------------------------------
      * SEM CATWEB (PRIMEIRA EXECUCAO) NAO HA COM O QUE COMPARAR - O
      * ENVIO SAI TOTAL QUALQUER QUE SEJA O MODO PEDIDO.
      *----------------------------------------------------------------
            OPEN I-O CATALOGO-WEB.
            IF WRK-FS-CATWEB = '35'
                CLOSE CATALOGO-WEB
                OPEN OUTPUT CATALOGO-WEB
                CLOSE CATALOGO-WEB
                OPEN I-O CATALOGO-WEB
                MOVE 'T' TO WRK-MODO
            END-IF.
            IF NOT MODO-TOTAL AND NOT MODO-DELTA
                PERFORM 1100-MODO-AUTOMATICO
            END-IF.
            PERFORM 1200-CARREGAR-CONSIGNACAO.
            OPEN OUTPUT WEB-INTERFACE.
            PERFORM 1300-GRAVAR-HEADER.

      *----------------------------------------------------------------
      * MODO AUTOMATICO (O DA CADEIA NOTURNA) - TOTAL NO DIA DA
      * SEMANA DE CATDIA, DELTA NOS DEMAIS. DIA DA SEMANA PELA
      * CONGRUENCIA DE ZELLER, COMO NO VENDPADR: 1 = DOMINGO ...
      * 7 = SABADO.
      *----------------------------------------------------------------
       1100-MODO-AUTOMATICO.
            MOVE 'CATDIA' TO PLR-CHAVE.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO AND PLR-VALOR >= 1 AND PLR-VALOR <= 7
                MOVE PLR-VALOR TO WRK-DIA-TOTAL
            END-IF.
            MOVE WRK-DATA-HOJE (7:2) TO WRK-ZL-DIA.
            MOVE WRK-DATA-HOJE (5:2) TO WRK-ZL-MES.
            MOVE WRK-DATA-HOJE (1:4) TO WRK-ZL-ANO.
            IF WRK-ZL-MES < 3
                ADD 12 TO WRK-ZL-MES
                SUBTRACT 1 FROM WRK-ZL-ANO
            END-IF.
            COMPUTE WRK-ZL-H = WRK-ZL-DIA + WRK-ZL-ANO.
            COMPUTE WRK-ZL-TERMO = 13 * (WRK-ZL-MES + 1).
            DIVIDE 5 INTO WRK-ZL-TERMO.
            ADD WRK-ZL-TERMO TO WRK-ZL-H.
            DIVIDE 4 INTO WRK-ZL-ANO GIVING WRK-ZL-TERMO.
            ADD WRK-ZL-TERMO TO WRK-ZL-H.
            DIVIDE 100 INTO WRK-ZL-ANO GIVING WRK-ZL-TERMO.
            SUBTRACT WRK-ZL-TERMO FROM WRK-ZL-H.
            DIVIDE 400 INTO WRK-ZL-ANO GIVING WRK-ZL-TERMO.
            ADD WRK-ZL-TERMO TO WRK-ZL-H.
            DIVIDE WRK-ZL-H BY 7 GIVING WRK-ZL-H
                REMAINDER WRK-ZL-RESTO.
            IF WRK-ZL-RESTO = ZEROS
                MOVE 7 TO WRK-DIA-SEMANA
            ELSE
                MOVE WRK-ZL-RESTO TO WRK-DIA-SEMANA
            END-IF.
            IF WRK-DIA-SEMANA = WRK-DIA-TOTAL
                MOVE 'T' TO WRK-MODO
            ELSE
                MOVE 'D' TO WRK-MODO
            END-IF.

      *----------------------------------------------------------------
      * LOCAIS DE CONSIGNACAO NO CLIENTE (ARMAZEM TIPO C) - O SALDO
      * DELES ESTA NO ESTOQUE DA EMPRESA MAS NAO PODE SER VENDIDO NA
      * LOJA, ENTAO SAI DO DISPONIVEL.
      *----------------------------------------------------------------
       1200-CARREGAR-CONSIGNACAO.
            MOVE ZEROS TO WRK-QTD-CONSIG.
            OPEN INPUT ARMAZENS.
            IF WRK-FS-ARMAZEM = '00'
                PERFORM 1210-LER-ARMAZEM
                PERFORM 1220-GUARDAR-CONSIGNACAO UNTIL FIM-ARMAZENS
                CLOSE ARMAZENS
            END-IF.

       1210-LER-ARMAZEM.
            READ ARMAZENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ARMAZEM
            END-READ.

       1220-GUARDAR-CONSIGNACAO.
            IF ARM-CONSIGNACAO AND WRK-QTD-CONSIG < 99
                ADD 1 TO WRK-QTD-CONSIG
                MOVE ARM-CODIGO TO WRK-CONSIG-ARMAZEM (WRK-QTD-CONSIG)
            END-IF.
            PERFORM 1210-LER-ARMAZEM.

      *----------------------------------------------------------------
      * SEQUENCIA DA GERACAO NA CHAVE 'CW' DE PEDCTRL - A LOJA
      * DETECTA ENVIO PULADO OU REPETIDO.
      *----------------------------------------------------------------
       1300-GRAVAR-HEADER.
            MOVE 'CW' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'CW' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE 'H' TO WHD-TIPO.
            MOVE WRK-DATA-HOJE TO WHD-DATA-GERACAO.
            MOVE PCT-ULTIMO-NUMERO TO WHD-SEQUENCIA.
            IF MODO-TOTAL
                MOVE 'T' TO WHD-MODO
            ELSE
                MOVE 'D' TO WHD-MODO
            END-IF.
            WRITE WEB-HEADER.

      *----------------------------------------------------------------
      * PRODUTO ATIVO COM TABELA DE PRECO E PUBLICAVEL: NO TOTAL SAI
      * SEMPRE (I); NO DELTA SAI COMO I SE NAO ESTAVA NA LOJA E COMO A
      * SE PRECO OU DISPONIVEL MUDOU. O QUE NAO E PUBLICAVEL E ESTAVA
      * NA LOJA SAI COMO RETIRADA (R), NOS DOIS MODOS.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            MOVE SPACE TO WRK-OPERACAO.
            MOVE 'N' TO WRK-TEM-PUBLICACAO.
            MOVE PRO-CODIGO TO CWB-PRODUTO.
            READ CATALOGO-WEB
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CWB-PUBLICADO
                        MOVE 'S' TO WRK-TEM-PUBLICACAO
                    END-IF
            END-READ.
            PERFORM 2100-MONTAR-POSICAO.
            IF PRODUTO-PUBLICAVEL
                EVALUATE TRUE
                    WHEN MODO-TOTAL
                        MOVE 'I' TO WRK-OPERACAO
                    WHEN NOT TEM-PUBLICACAO
                        MOVE 'I' TO WRK-OPERACAO
                    WHEN CWB-PRECOS NOT = WRK-PRECOS
                        MOVE 'A' TO WRK-OPERACAO
                    WHEN CWB-DISPONIVEL NOT = WRK-DISP-ENVIO
                        MOVE 'A' TO WRK-OPERACAO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            ELSE
                IF TEM-PUBLICACAO
                    MOVE 'R' TO WRK-OPERACAO
                END-IF
            END-IF.
            IF WRK-OPERACAO NOT = SPACE
                PERFORM 2900-GRAVAR-DETALHE
                PERFORM 2950-ATUALIZAR-CATWEB
            END-IF.
            PERFORM 5010-LER-PRODUTO.

      *----------------------------------------------------------------
      * FAIXAS DE PRECO DO PRECOTAB E DISPONIVEL PARA PROMETER. SEM
      * TABELA DE PRECO O PRODUTO NAO VAI PARA A LOJA (PRECO ZERO NA
      * VITRINE E PIOR QUE PRODUTO AUSENTE). DISPONIVEL NEGATIVO
      * (COMPROMETIDO ACIMA DO SALDO) SAI ZERO.
      *----------------------------------------------------------------
       2100-MONTAR-POSICAO.
            MOVE 'N' TO WRK-PUBLICAVEL.
            MOVE ZEROS TO WRK-PRECOS.
            MOVE ZEROS TO WRK-DISP-ENVIO.
            IF PRODUTO-ATIVO
                MOVE PRO-CODIGO TO PRC-PRODUTO
                READ PRECO-TABELA
                    INVALID KEY
                        ADD 1 TO WRK-QTD-SEM-PRECO
                    NOT INVALID KEY
                        MOVE ZEROS TO WRK-SUB
                        PERFORM 2110-COPIAR-FAIXA 3 TIMES
                        IF WRK-PRECO (1) > ZEROS
                            MOVE 'S' TO WRK-PUBLICAVEL
                        ELSE
                            ADD 1 TO WRK-QTD-SEM-PRECO
                        END-IF
                END-READ
            END-IF.
            IF PRODUTO-PUBLICAVEL
                PERFORM 2120-APURAR-DISPONIVEL
            END-IF.

       2110-COPIAR-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE PRC-QTD-MIN (WRK-SUB) TO WRK-QTD-MIN (WRK-SUB).
            MOVE PRC-QTD-MAX (WRK-SUB) TO WRK-QTD-MAX (WRK-SUB).
            MOVE PRC-PRECO (WRK-SUB)   TO WRK-PRECO (WRK-SUB).

       2120-APURAR-DISPONIVEL.
            MOVE PRO-CODIGO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ZEROS TO EST-SALDO
                    MOVE ZEROS TO EST-COMPROMETIDO
            END-READ.
            COMPUTE WRK-DISPONIVEL = EST-SALDO - EST-COMPROMETIDO.
            MOVE ZEROS TO WRK-IND-CONSIG.
            PERFORM 2130-DESCONTAR-CONSIGNACAO WRK-QTD-CONSIG TIMES.
            IF WRK-DISPONIVEL > ZEROS
                MOVE WRK-DISPONIVEL TO WRK-DISP-ENVIO
            END-IF.

       2130-DESCONTAR-CONSIGNACAO.
            ADD 1 TO WRK-IND-CONSIG.
            MOVE WRK-CONSIG-ARMAZEM (WRK-IND-CONSIG) TO EAR-ARMAZEM.
            MOVE PRO-CODIGO TO EAR-PRODUTO.
            READ ESTOQUE-ARMAZEM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF EAR-SALDO > ZEROS
                        SUBTRACT EAR-SALDO FROM WRK-DISPONIVEL
                    END-IF
            END-READ.

       2900-GRAVAR-DETALHE.
            MOVE SPACES TO WEB-DETALHE.
            MOVE 'D'             TO WEB-TIPO.
            MOVE WRK-OPERACAO    TO WEB-OPERACAO.
            MOVE PRO-CODIGO      TO WEB-PRODUTO.
            MOVE PRO-DESCRICAO   TO WEB-DESCRICAO.
            MOVE PRO-UNIDADE     TO WEB-UNIDADE.
            MOVE PRO-PESO-UNIT   TO WEB-PESO.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2910-MOVER-FAIXA 3 TIMES.
            MOVE WRK-DISP-ENVIO  TO WEB-DISPONIVEL.
            WRITE WEB-DETALHE.
            ADD 1 TO WRK-QTD-EXPORTADOS.
            ADD PRO-CODIGO TO WRK-HASH-CODIGOS.
            IF WRK-OPERACAO = 'R'
                ADD 1 TO WRK-QTD-RETIRADAS
            END-IF.

       2910-MOVER-FAIXA.
            ADD 1 TO WRK-SUB.
            MOVE WRK-QTD-MIN (WRK-SUB) TO WEB-QTD-MIN (WRK-SUB).
            MOVE WRK-QTD-MAX (WRK-SUB) TO WEB-QTD-MAX (WRK-SUB).
            MOVE WRK-PRECO (WRK-SUB)   TO WEB-PRECO (WRK-SUB).

      *----------------------------------------------------------------
      * O QUE FOI ENVIADO VIRA A POSICAO PUBLICADA - BASE DO PROXIMO
      * DELTA.
      *----------------------------------------------------------------
       2950-ATUALIZAR-CATWEB.
            MOVE PRO-CODIGO TO CWB-PRODUTO.
            MOVE WRK-PRECOS TO CWB-PRECOS.
            MOVE WRK-DISP-ENVIO TO CWB-DISPONIVEL.
            IF WRK-OPERACAO = 'R'
                MOVE 'R' TO CWB-SITUACAO
            ELSE
                MOVE 'A' TO CWB-SITUACAO
            END-IF.
            MOVE WRK-DATA-HOJE TO CWB-DATA-ENVIO.
            REWRITE CATALOGO-WEB-REG
                INVALID KEY
                    WRITE CATALOGO-WEB-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR CATWEB PRODUTO '
                                CWB-PRODUTO
                    END-WRITE
            END-REWRITE.

       5010-LER-PRODUTO.
            READ PRODUTOS-MASTER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PRODUTO
                NOT AT END
                    ADD 1 TO WRK-QTD-LIDOS
            END-READ.

       3000-FINALIZAR.
            MOVE 'T' TO WTR-TIPO.
            MOVE WRK-QTD-EXPORTADOS TO WTR-QTD-REGISTROS.
            MOVE WRK-QTD-RETIRADAS  TO WTR-QTD-RETIRADAS.
            MOVE WRK-HASH-CODIGOS   TO WTR-HASH-CODIGOS.
            WRITE WEB-TRAILER.
            CLOSE PRODUTOS-MASTER.
            CLOSE PRECO-TABELA.
            CLOSE ESTOQUE-SALDO.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE CATALOGO-WEB.
            CLOSE PED-CONTROLE.
            CLOSE WEB-INTERFACE.
            IF MODO-TOTAL
                DISPLAY 'CATALOGO DA LOJA VIRTUAL - ENVIO TOTAL'
            ELSE
                DISPLAY 'CATALOGO DA LOJA VIRTUAL - ENVIO DELTA'
            END-IF.
            DISPLAY 'PRODUTOS LIDOS........: ' WRK-QTD-LIDOS.
            DISPLAY 'DETALHES EM LOJAWEB.TXT:' WRK-QTD-EXPORTADOS.
            DISPLAY 'RETIRADAS DA LOJA.....: ' WRK-QTD-RETIRADAS.
            DISPLAY 'ATIVOS SEM PRECO......: ' WRK-QTD-SEM-PRECO.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-EXPORTADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM CATEXP.
