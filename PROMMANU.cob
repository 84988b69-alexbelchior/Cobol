      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DAS PROMOCOES DE PRECO (ARQUIVO PROMOCAO)
      *          - INCLUSAO/ALTERACAO DA CAMPANHA (FAIXA DE PRODUTOS,
      *          UF E SEGMENTO OPCIONAIS, DESCONTO % OU PRECO FIXO E
      *          JANELA DE VALIDADE), CONSULTA E CANCELAMENTO. A
      *          PROMOCAO CANCELADA NAO E EXCLUIDA - AS LINHAS DE
      *          PEDIDO VENDIDAS NELA CONTINUAM APONTANDO PARA O CODIGO
      *          E O RELATORIO POS-CAMPANHA (PROMREL) PRECISA DELA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT PROMOCOES ASSIGN TO 'PROMOCAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMC-CODIGO
               FILE STATUS IS WRK-FS-PROMOCAO.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  PROMOCOES
           LABEL RECORD IS STANDARD.
           COPY PROMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-PROMOCAO  PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'N'.
           88 DADOS-OK     VALUE 'S'.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN I-O PROMOCOES.
            IF WRK-FS-PROMOCAO = '35'
                CLOSE PROMOCOES
                OPEN OUTPUT PROMOCOES
                CLOSE PROMOCOES
                OPEN I-O PROMOCOES
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DE PROMOCOES DE PRECO'.
            DISPLAY '1 - INCLUIR/ALTERAR PROMOCAO'.
            DISPLAY '2 - CONSULTAR PROMOCAO'.
            DISPLAY '3 - CANCELAR PROMOCAO'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR-ALTERAR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-CANCELAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

       2100-INCLUIR-ALTERAR.
            DISPLAY 'CODIGO DA PROMOCAO.. '.
            ACCEPT WRK-CODIGO.
            IF WRK-CODIGO = ZEROS
                DISPLAY 'CODIGO INVALIDO'
            ELSE
                MOVE WRK-CODIGO TO PMC-CODIGO
                READ PROMOCOES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DISPLAY 'JA EXISTE PROMOCAO - SERA SUBSTITUIDA'
                END-READ
                MOVE WRK-CODIGO TO PMC-CODIGO
                PERFORM 2110-ACEITAR-DADOS
                IF DADOS-OK
                    MOVE 'A' TO PMC-STATUS
                    REWRITE PROMOCAO-REG
                        INVALID KEY
                            WRITE PROMOCAO-REG
                    END-REWRITE
                    DISPLAY 'PROMOCAO GRAVADA'
                END-IF
            END-IF.

       2110-ACEITAR-DADOS.
            MOVE 'S' TO WRK-DADOS-OK.
            DISPLAY 'DESCRICAO.. '.
            ACCEPT PMC-DESCRICAO.
            DISPLAY 'PRODUTO INICIAL DA FAIXA.. '.
            ACCEPT PMC-PRODUTO-INI.
            DISPLAY 'PRODUTO FINAL DA FAIXA (ZERO = SO O INICIAL).. '.
            ACCEPT PMC-PRODUTO-FIM.
            IF PMC-PRODUTO-FIM = ZEROS
                MOVE PMC-PRODUTO-INI TO PMC-PRODUTO-FIM
            END-IF.
            IF PMC-PRODUTO-FIM < PMC-PRODUTO-INI
                DISPLAY 'FAIXA DE PRODUTOS INVALIDA'
                MOVE 'N' TO WRK-DADOS-OK
            ELSE
                IF PMC-PRODUTO-INI = PMC-PRODUTO-FIM
                    MOVE PMC-PRODUTO-INI TO PRO-CODIGO
                    READ PRODUTOS-MASTER
                        INVALID KEY
                            DISPLAY 'PRODUTO NAO CADASTRADO'
                            MOVE 'N' TO WRK-DADOS-OK
                        NOT INVALID KEY
                            DISPLAY 'PRODUTO: ' PRO-DESCRICAO
                    END-READ
                END-IF
            END-IF.
            IF DADOS-OK
                DISPLAY 'UF (BRANCO = TODAS).. '
                ACCEPT PMC-UF
                DISPLAY 'SEGMENTO ABC (BRANCO = TODOS).. '
                ACCEPT PMC-SEGMENTO
                IF PMC-SEGMENTO NOT = SPACE
                    AND PMC-SEGMENTO NOT = 'A'
                    AND PMC-SEGMENTO NOT = 'B'
                    AND PMC-SEGMENTO NOT = 'C'
                    DISPLAY 'SEGMENTO INVALIDO'
                    MOVE 'N' TO WRK-DADOS-OK
                END-IF
            END-IF.
            IF DADOS-OK
                DISPLAY 'TIPO (D=DESCONTO % P=PRECO FIXO).. '
                ACCEPT PMC-TIPO
                MOVE ZEROS TO PMC-PERC-DESCONTO
                MOVE ZEROS TO PMC-PRECO-PROMO
                EVALUATE TRUE
                    WHEN PROMOCAO-DESCONTO
                        DISPLAY 'PERCENTUAL DE DESCONTO.. '
                        ACCEPT PMC-PERC-DESCONTO
                        IF PMC-PERC-DESCONTO = ZEROS
                            DISPLAY 'DESCONTO ZERADO NAO E GRAVADO'
                            MOVE 'N' TO WRK-DADOS-OK
                        END-IF
                    WHEN PROMOCAO-PRECO
                        DISPLAY 'PRECO PROMOCIONAL.. '
                        ACCEPT PMC-PRECO-PROMO
                        IF PMC-PRECO-PROMO = ZEROS
                            DISPLAY 'PRECO ZERADO NAO E GRAVADO'
                            MOVE 'N' TO WRK-DADOS-OK
                        END-IF
                    WHEN OTHER
                        DISPLAY 'TIPO INVALIDO'
                        MOVE 'N' TO WRK-DADOS-OK
                END-EVALUATE
            END-IF.
            IF DADOS-OK
                DISPLAY 'VALIDADE INICIAL (AAAAMMDD).. '
                ACCEPT PMC-VALIDADE-INI
                DISPLAY 'VALIDADE FINAL (AAAAMMDD).... '
                ACCEPT PMC-VALIDADE-FIM
                IF PMC-VALIDADE-FIM < PMC-VALIDADE-INI
                    DISPLAY 'JANELA DE VALIDADE INVALIDA'
                    MOVE 'N' TO WRK-DADOS-OK
                END-IF
            END-IF.

       2200-CONSULTAR.
            PERFORM 2950-LER-PROMOCAO.
            IF WRK-FS-PROMOCAO = '00'
                DISPLAY 'DESCRICAO..........: ' PMC-DESCRICAO
                DISPLAY 'PRODUTOS...........: ' PMC-PRODUTO-INI
                    ' A ' PMC-PRODUTO-FIM
                DISPLAY 'UF / SEGMENTO......: ' PMC-UF ' / '
                    PMC-SEGMENTO
                DISPLAY 'TIPO...............: ' PMC-TIPO
                DISPLAY 'PERC. DE DESCONTO..: ' PMC-PERC-DESCONTO
                DISPLAY 'PRECO PROMOCIONAL..: ' PMC-PRECO-PROMO
                DISPLAY 'VALIDADE...........: ' PMC-VALIDADE-INI
                    ' A ' PMC-VALIDADE-FIM
                DISPLAY 'SITUACAO...........: ' PMC-STATUS
            END-IF.

       2300-CANCELAR.
            PERFORM 2950-LER-PROMOCAO.
            IF WRK-FS-PROMOCAO = '00'
                IF PROMOCAO-CANCELADA
                    DISPLAY 'PROMOCAO JA CANCELADA'
                ELSE
                    MOVE 'N' TO WRK-CONFIRMA
                    DISPLAY 'CONFIRMA O CANCELAMENTO (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        MOVE 'C' TO PMC-STATUS
                        REWRITE PROMOCAO-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO CANCELAR PROMOCAO'
                            NOT INVALID KEY
                                DISPLAY 'PROMOCAO CANCELADA'
                        END-REWRITE
                    ELSE
                        DISPLAY 'CANCELAMENTO DESISTIDO'
                    END-IF
                END-IF
            END-IF.

       2950-LER-PROMOCAO.
            DISPLAY 'CODIGO DA PROMOCAO.. '.
            ACCEPT WRK-CODIGO.
            MOVE WRK-CODIGO TO PMC-CODIGO.
            READ PROMOCOES
                INVALID KEY
                    DISPLAY 'PROMOCAO NAO CADASTRADA'
            END-READ.

       3000-FINALIZAR.
            CLOSE PRODUTOS-MASTER.
            CLOSE PROMOCOES.

       END PROGRAM PROMMANU.
