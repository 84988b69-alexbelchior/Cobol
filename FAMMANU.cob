      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DO MESTRE DE FAMILIAS DE PRODUTO (ARQUIVO
      *          FAMILIAS) - INCLUSAO, CONSULTA, ALTERACAO, INATIVACAO
      *          E LISTAGEM, COM O DESCONTO MAXIMO POR LINHA DOS
      *          PRODUTOS DA FAMILIA (CONFERIDO NA VENDA PELA ROTINA
      *          COMUM DESCCHK). O PRODUTO E LIGADO A FAMILIA NO
      *          PRODMANU.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILIAS ASSIGN TO 'FAMILIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CODIGO
               FILE STATUS IS WRK-FS-FAMILIA.
       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS
           LABEL RECORD IS STANDARD.
           COPY FAMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FAMILIA   PIC X(02) VALUE '00'.
       77 WRK-EOF-FAMILIA  PIC X(01) VALUE 'N'.
           88 FIM-FAMILIAS VALUE 'S'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-CODIGO       PIC X(04) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O FAMILIAS.
            IF WRK-FS-FAMILIA = '35'
                CLOSE FAMILIAS
                OPEN OUTPUT FAMILIAS
                CLOSE FAMILIAS
                OPEN I-O FAMILIAS
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DO MESTRE DE FAMILIAS DE PRODUTO'.
            DISPLAY '1 - INCLUIR'.
            DISPLAY '2 - CONSULTAR'.
            DISPLAY '3 - ALTERAR'.
            DISPLAY '4 - INATIVAR'.
            DISPLAY '5 - LISTAR'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-ALTERAR
                WHEN '4'
                    PERFORM 2400-INATIVAR
                WHEN '5'
                    PERFORM 2500-LISTAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

       2100-INCLUIR.
            DISPLAY 'CODIGO DA FAMILIA.. '.
            ACCEPT WRK-CODIGO.
            IF WRK-CODIGO = SPACES
                DISPLAY 'CODIGO DA FAMILIA OBRIGATORIO'
            ELSE
                MOVE WRK-CODIGO TO FAM-CODIGO
                READ FAMILIAS
                    INVALID KEY
                        PERFORM 2110-CAPTURAR-DADOS
                        MOVE WRK-CODIGO TO FAM-CODIGO
                        SET FAMILIA-ATIVA TO TRUE
                        WRITE FAMILIA-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR FAMILIA'
                            NOT INVALID KEY
                                DISPLAY 'FAMILIA INCLUIDA'
                        END-WRITE
                    NOT INVALID KEY
                        DISPLAY 'CODIGO JA CADASTRADO: ' FAM-DESCRICAO
                END-READ
            END-IF.

       2110-CAPTURAR-DADOS.
            DISPLAY 'DESCRICAO.. '.
            ACCEPT FAM-DESCRICAO.
            DISPLAY 'DESCONTO MAXIMO POR LINHA (%, 0 = SEM LIMITE).. '.
            ACCEPT FAM-DESCONTO-MAX.

       2200-CONSULTAR.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-FAMILIA = '00'
                PERFORM 2960-EXIBIR-FAMILIA
            END-IF.

       2300-ALTERAR.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-FAMILIA = '00'
                PERFORM 2960-EXIBIR-FAMILIA
                PERFORM 2110-CAPTURAR-DADOS
                MOVE 'N' TO WRK-CONFIRMA
                DISPLAY 'CONFIRMA A ALTERACAO (S/N).. '
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    REWRITE FAMILIA-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR FAMILIA'
                        NOT INVALID KEY
                            DISPLAY 'FAMILIA ALTERADA'
                    END-REWRITE
                ELSE
                    DISPLAY 'ALTERACAO CANCELADA'
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * FAMILIA INATIVA DEIXA DE LIMITAR O DESCONTO DOS SEUS PRODUTOS
      * (VALE SO O LIMITE DO VENDEDOR) - OS PRODUTOS NAO SAO MEXIDOS.
      *----------------------------------------------------------------
       2400-INATIVAR.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-FAMILIA = '00'
                IF FAMILIA-INATIVA
                    DISPLAY 'FAMILIA JA ESTA INATIVA'
                ELSE
                    MOVE 'N' TO WRK-CONFIRMA
                    DISPLAY 'CONFIRMA A INATIVACAO (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        SET FAMILIA-INATIVA TO TRUE
                        REWRITE FAMILIA-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR FAMILIA'
                            NOT INVALID KEY
                                DISPLAY 'FAMILIA INATIVADA'
                        END-REWRITE
                    ELSE
                        DISPLAY 'INATIVACAO CANCELADA'
                    END-IF
                END-IF
            END-IF.

       2500-LISTAR.
            MOVE 'N' TO WRK-EOF-FAMILIA.
            MOVE LOW-VALUES TO FAM-CODIGO.
            START FAMILIAS KEY IS NOT LESS THAN FAM-CODIGO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-FAMILIA
            END-START.
            IF NOT FIM-FAMILIAS
                PERFORM 2510-LER-PROXIMO
                PERFORM 2520-LISTAR-FAMILIA UNTIL FIM-FAMILIAS
            ELSE
                DISPLAY 'NAO HA FAMILIAS CADASTRADAS'
            END-IF.

       2510-LER-PROXIMO.
            READ FAMILIAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-FAMILIA
            END-READ.

       2520-LISTAR-FAMILIA.
            DISPLAY FAM-CODIGO ' ' FAM-DESCRICAO ' ' FAM-DESCONTO-MAX
                ' ' FAM-STATUS.
            PERFORM 2510-LER-PROXIMO.

       2950-LER-POR-CODIGO.
            DISPLAY 'CODIGO DA FAMILIA.. '.
            ACCEPT WRK-CODIGO.
            MOVE WRK-CODIGO TO FAM-CODIGO.
            READ FAMILIAS
                INVALID KEY
                    DISPLAY 'FAMILIA NAO ENCONTRADA'
            END-READ.

       2960-EXIBIR-FAMILIA.
            DISPLAY 'CODIGO....: ' FAM-CODIGO.
            DISPLAY 'DESCRICAO.: ' FAM-DESCRICAO.
            DISPLAY 'DESC. MAX.: ' FAM-DESCONTO-MAX ' %'.
            DISPLAY 'STATUS....: ' FAM-STATUS.

       3000-FINALIZAR.
            CLOSE FAMILIAS.

       END PROGRAM FAMMANU.
