      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DO DE-PARA DE PRODUTO DO CLIENTE (ARQUIVO
      *          CLIPROD) - INCLUSAO/ALTERACAO, CONSULTA, EXCLUSAO E
      *          LISTA POR CLIENTE DO CODIGO QUE O CLIENTE USA NO
      *          PEDIDO DE COMPRA DELE, APONTANDO PARA O NOSSO
      *          PRODUTO, COM O FATOR DE CONVERSAO DA UNIDADE. CLIENTE
      *          E PRODUTO SAO VALIDADOS NOS RESPECTIVOS MESTRES. E O
      *          DE-PARA QUE A CARGA DE PEDIDOS EDI (PEDEDI) CONSULTA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPXMANU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT CLI-PRODUTOS ASSIGN TO 'CLIPROD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPX-CHAVE
               FILE STATUS IS WRK-FS-CLIPROD.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  CLI-PRODUTOS
           LABEL RECORD IS STANDARD.
           COPY CPXREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-CLIPROD   PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-PRODUTO-CLI  PIC X(20) VALUE SPACES.
       77 WRK-PRODUTO      PIC 9(06) VALUE ZEROS.
       77 WRK-CHAVE-OK     PIC X(01) VALUE 'N'.
           88 CHAVE-OK     VALUE 'S'.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-EOF-CLIPROD  PIC X(01) VALUE 'N'.
           88 FIM-CLIPROD  VALUE 'S'.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN I-O CLI-PRODUTOS.
            IF WRK-FS-CLIPROD = '35'
                CLOSE CLI-PRODUTOS
                OPEN OUTPUT CLI-PRODUTOS
                CLOSE CLI-PRODUTOS
                OPEN I-O CLI-PRODUTOS
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'DE-PARA DE PRODUTO DO CLIENTE'.
            DISPLAY '1 - INCLUIR/ALTERAR DE-PARA'.
            DISPLAY '2 - CONSULTAR DE-PARA'.
            DISPLAY '3 - EXCLUIR DE-PARA'.
            DISPLAY '4 - LISTAR DE-PARA DO CLIENTE'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR-ALTERAR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-EXCLUIR
                WHEN '4'
                    PERFORM 2400-LISTAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * O NOSSO PRODUTO TEM QUE EXISTIR E ESTAR ATIVO - UM DE-PARA
      * APONTANDO PARA PRODUTO INATIVO SO SERIA DESCOBERTO QUANDO O
      * PEDIDO DO CLIENTE CHEGASSE E A LINHA FOSSE RECUSADA.
      *----------------------------------------------------------------
       2100-INCLUIR-ALTERAR.
            PERFORM 2900-VALIDAR-CHAVE.
            IF CHAVE-OK
                MOVE WRK-CLIENTE TO CPX-CLIENTE
                MOVE WRK-PRODUTO-CLI TO CPX-PRODUTO-CLIENTE
                READ CLI-PRODUTOS
                    INVALID KEY
                        MOVE ZEROS TO CPX-DATA-CADASTRO
                    NOT INVALID KEY
                        DISPLAY 'JA EXISTE DE-PARA PARA O PRODUTO '
                            CPX-PRODUTO ' - SERA SUBSTITUIDO'
                END-READ
                MOVE WRK-CLIENTE TO CPX-CLIENTE
                MOVE WRK-PRODUTO-CLI TO CPX-PRODUTO-CLIENTE
                DISPLAY 'NOSSO CODIGO DE PRODUTO.. '
                ACCEPT WRK-PRODUTO
                MOVE WRK-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        DISPLAY 'PRODUTO NAO CADASTRADO'
                        MOVE 'N' TO WRK-CHAVE-OK
                    NOT INVALID KEY
                        IF PRODUTO-INATIVO
                            DISPLAY 'PRODUTO INATIVO'
                            MOVE 'N' TO WRK-CHAVE-OK
                        ELSE
                            DISPLAY 'PRODUTO: ' PRO-DESCRICAO
                        END-IF
                END-READ
            END-IF.
            IF CHAVE-OK
                MOVE WRK-PRODUTO TO CPX-PRODUTO
                DISPLAY 'FATOR (UNIDADES NOSSAS POR UNIDADE DO '
                    'CLIENTE, 1 = MESMA).. '
                ACCEPT CPX-FATOR
                IF CPX-FATOR = ZEROS
                    MOVE 1 TO CPX-FATOR
                END-IF
                DISPLAY 'DESCRICAO NO PEDIDO DO CLIENTE.. '
                ACCEPT CPX-DESCRICAO-CLIENTE
                IF CPX-DATA-CADASTRO = ZEROS
                    ACCEPT CPX-DATA-CADASTRO FROM DATE YYYYMMDD
                END-IF
                REWRITE CLI-PRODUTO-REG
                    INVALID KEY
                        WRITE CLI-PRODUTO-REG
                END-REWRITE
                DISPLAY 'DE-PARA GRAVADO'
            END-IF.

       2200-CONSULTAR.
            PERFORM 2950-LER-DEPARA.
            IF WRK-FS-CLIPROD = '00'
                DISPLAY 'NOSSO PRODUTO......: ' CPX-PRODUTO
                DISPLAY 'FATOR..............: ' CPX-FATOR
                DISPLAY 'DESCRICAO CLIENTE..: ' CPX-DESCRICAO-CLIENTE
                DISPLAY 'CADASTRADO EM......: ' CPX-DATA-CADASTRO
            END-IF.

       2300-EXCLUIR.
            PERFORM 2950-LER-DEPARA.
            IF WRK-FS-CLIPROD = '00'
                MOVE 'N' TO WRK-CONFIRMA
                DISPLAY 'CONFIRMA A EXCLUSAO DO DE-PARA (S/N).. '
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    DELETE CLI-PRODUTOS
                        INVALID KEY
                            DISPLAY 'ERRO AO EXCLUIR DE-PARA'
                        NOT INVALID KEY
                            DISPLAY 'DE-PARA EXCLUIDO'
                    END-DELETE
                ELSE
                    DISPLAY 'EXCLUSAO CANCELADA'
                END-IF
            END-IF.

       2400-LISTAR.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE ZEROS TO WRK-QTD-LISTADOS.
            MOVE 'N' TO WRK-EOF-CLIPROD.
            MOVE WRK-CLIENTE TO CPX-CLIENTE.
            MOVE SPACES TO CPX-PRODUTO-CLIENTE.
            START CLI-PRODUTOS KEY IS NOT LESS THAN CPX-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CLIPROD
            END-START.
            IF NOT FIM-CLIPROD
                PERFORM 2410-LER-DEPARA
                PERFORM 2420-LISTAR-DEPARA UNTIL FIM-CLIPROD
            END-IF.
            DISPLAY WRK-QTD-LISTADOS ' DE-PARA(S) DO CLIENTE'.

       2410-LER-DEPARA.
            READ CLI-PRODUTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CLIPROD
            END-READ.
            IF NOT FIM-CLIPROD
                AND CPX-CLIENTE NOT = WRK-CLIENTE
                MOVE 'S' TO WRK-EOF-CLIPROD
            END-IF.

       2420-LISTAR-DEPARA.
            ADD 1 TO WRK-QTD-LISTADOS.
            DISPLAY CPX-PRODUTO-CLIENTE ' -> ' CPX-PRODUTO
                ' FATOR ' CPX-FATOR ' ' CPX-DESCRICAO-CLIENTE.
            PERFORM 2410-LER-DEPARA.

       2900-VALIDAR-CHAVE.
            MOVE 'N' TO WRK-CHAVE-OK.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE WRK-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO'
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
                    MOVE 'S' TO WRK-CHAVE-OK
            END-READ.
            IF CHAVE-OK
                DISPLAY 'CODIGO DO PRODUTO NO CLIENTE.. '
                ACCEPT WRK-PRODUTO-CLI
                IF WRK-PRODUTO-CLI = SPACES
                    DISPLAY 'CODIGO DO CLIENTE EM BRANCO'
                    MOVE 'N' TO WRK-CHAVE-OK
                END-IF
            END-IF.

       2950-LER-DEPARA.
            PERFORM 2900-VALIDAR-CHAVE.
            IF CHAVE-OK
                MOVE WRK-CLIENTE TO CPX-CLIENTE
                MOVE WRK-PRODUTO-CLI TO CPX-PRODUTO-CLIENTE
                READ CLI-PRODUTOS
                    INVALID KEY
                        DISPLAY 'DE-PARA NAO ENCONTRADO'
                END-READ
            ELSE
                MOVE '23' TO WRK-FS-CLIPROD
            END-IF.

       3000-FINALIZAR.
            CLOSE CLIENTES-MASTER.
            CLOSE PRODUTOS-MASTER.
            CLOSE CLI-PRODUTOS.

       END PROGRAM CPXMANU.
