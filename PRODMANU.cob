      *                 linha de historico em CUSTOHIS.TXT com data/
      *                 hora/usuario e custo antes/depois, no mesmo
      *                 espirito do ESTMOV.TXT.
      * 15/10/2026 ABM  Nova opcao 7 - FORNECEDOR PREFERENCIAL
      *                 (PRODFORN): fornecedor, prazo de entrega, lote
      *                 minimo e ultimo preco acertado do produto, base
      *                 da sugestao de compra (OCSUGERE).
      * 15/10/2026 ABM  Altura unitaria (PRO-ALTURA) capturada e
      *                 mostrada junto com largura e comprimento.
      * 15/10/2026 ABM  Pergunta e mostra o controle de numero de serie
      *                 do produto (PRO-SERIALIZADO).
      * 15/10/2026 ABM  Pergunta e mostra a classe fiscal do produto
      *                 (PRO-CLASSE-FISCAL), chave da regra tributaria
      *                 na emissao da nota.
      * 15/10/2026 ABM  Pergunta e mostra a familia do produto (PRO-
      *                 FAMILIA), conferida no mestre FAMILIAS, que da o
      *                 desconto maximo por linha da familia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMANU.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT PRODUTO-FORNEC ASSIGN TO 'PRODFORN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFO-PRODUTO
               FILE STATUS IS WRK-FS-PRODFORN.
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT FAMILIAS ASSIGN TO 'FAMILIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CODIGO
               FILE STATUS IS WRK-FS-FAMILIA.
           SELECT CUSTO-HISTORICO ASSIGN TO 'CUSTOHIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTO.
       FD  KIT-COMPONENTES
           LABEL RECORD IS STANDARD.
           COPY KITREG.
       FD  PRODUTO-FORNEC
           LABEL RECORD IS STANDARD.
           COPY PFOREG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  FAMILIAS
           LABEL RECORD IS STANDARD.
           COPY FAMREG.
       FD  CUSTO-HISTORICO
           LABEL RECORD IS STANDARD.
       01 CUSTO-LINHA.
           88 FIM-COMPONENTES VALUE 'S'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-CUSTO-ANTES  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FS-PRODFORN  PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FORNECEDOR   PIC 9(04) VALUE ZEROS.
       77 WRK-FS-FAMILIA   PIC X(02) VALUE '00'.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
                CLOSE KIT-COMPONENTES
                OPEN I-O KIT-COMPONENTES
            END-IF.
            OPEN I-O PRODUTO-FORNEC.
            IF WRK-FS-PRODFORN = '35'
                CLOSE PRODUTO-FORNEC
                OPEN OUTPUT PRODUTO-FORNEC
                CLOSE PRODUTO-FORNEC
                OPEN I-O PRODUTO-FORNEC
            END-IF.
            OPEN INPUT FORNECEDORES.
            IF WRK-FS-FORNEC = '35'
                CLOSE FORNECEDORES
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
            END-IF.
            OPEN INPUT FAMILIAS.
            IF WRK-FS-FAMILIA = '35'
                CLOSE FAMILIAS
                OPEN OUTPUT FAMILIAS
                CLOSE FAMILIAS
                OPEN INPUT FAMILIAS
            END-IF.
            OPEN EXTEND CUSTO-HISTORICO.
            IF WRK-FS-CUSTO NOT = '00'
                OPEN OUTPUT CUSTO-HISTORICO
            DISPLAY '4 - INATIVAR'.
            DISPLAY '5 - LISTAR'.
            DISPLAY '6 - COMPONENTES DO KIT'.
            DISPLAY '7 - FORNECEDOR PREFERENCIAL'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
                    PERFORM 2500-LISTAR
                WHEN '6'
                    PERFORM 2600-COMPONENTES
                WHEN '7'
                    PERFORM 2700-FORNECEDOR-PREFERENCIAL
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
            ACCEPT PRO-LARGURA.
            DISPLAY 'COMPRIMENTO UNITARIO.. '.
            ACCEPT PRO-COMPRIMENTO.
            DISPLAY 'ALTURA UNITARIA.. '.
            ACCEPT PRO-ALTURA.
            DISPLAY 'CUSTO PADRAO UNITARIO.. '.
            ACCEPT PRO-CUSTO-PADRAO.
            DISPLAY 'CONTROLA NUMERO DE SERIE (S/N).. '.
            ACCEPT PRO-SERIALIZADO.
            IF PRO-SERIALIZADO = 's'
                MOVE 'S' TO PRO-SERIALIZADO
            END-IF.
            IF NOT PRODUTO-SERIALIZADO
                MOVE 'N' TO PRO-SERIALIZADO
            END-IF.
            DISPLAY 'CLASSE FISCAL (BRANCO = GENERICA).. '.
            ACCEPT PRO-CLASSE-FISCAL.
            DISPLAY 'FAMILIA (BRANCO = SEM FAMILIA).. '.
            ACCEPT PRO-FAMILIA.
            IF PRO-FAMILIA NOT = SPACES
                PERFORM 2120-CONFERIR-FAMILIA
            END-IF.

      *----------------------------------------------------------------
      * A FAMILIA TEM QUE EXISTIR NO FAMILIAS (FAMMANU) - CODIGO
      * DESCONHECIDO DEIXA O PRODUTO SEM FAMILIA, PARA NAO FICAR
      * APONTANDO PARA UM LIMITE DE DESCONTO QUE NAO EXISTE.
      *----------------------------------------------------------------
       2120-CONFERIR-FAMILIA.
            MOVE PRO-FAMILIA TO FAM-CODIGO.
            READ FAMILIAS
                INVALID KEY
                    DISPLAY 'FAMILIA NAO CADASTRADA - PRODUTO FICA SEM '
                        'FAMILIA'
                    MOVE SPACES TO PRO-FAMILIA
                NOT INVALID KEY
                    DISPLAY 'FAMILIA: ' FAM-DESCRICAO
                    IF FAMILIA-INATIVA
                        DISPLAY 'AVISO: FAMILIA INATIVA - SEM LIMITE '
                            'DE DESCONTO ENQUANTO ASSIM'
                    END-IF
            END-READ.

       2200-CONSULTAR.
            PERFORM 2950-LER-POR-CODIGO.
            DISPLAY 'COMPONENTE (0 PARA ENCERRAR).. '.
            ACCEPT WRK-COMPONENTE.

      *----------------------------------------------------------------
      * FORNECEDOR PREFERENCIAL - DE QUEM A SUGESTAO DE COMPRA
      * (OCSUGERE) COMPRA O PRODUTO, EM QUANTO TEMPO ENTREGA, O LOTE
      * MINIMO ACEITO E O PRECO QUE VAI PARA A OC SUGERIDA.
      * FORNECEDOR 0 EXCLUI O VINCULO (O PRODUTO SAI DA SUGESTAO COMO
      * SEM FORNECEDOR).
      *----------------------------------------------------------------
       2700-FORNECEDOR-PREFERENCIAL.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-PRODUTO = '00'
                MOVE WRK-CODIGO TO PFO-PRODUTO
                READ PRODUTO-FORNEC
                    INVALID KEY
                        DISPLAY 'SEM FORNECEDOR PREFERENCIAL'
                        INITIALIZE PRODUTO-FORNEC-REG
                        MOVE WRK-CODIGO TO PFO-PRODUTO
                    NOT INVALID KEY
                        DISPLAY 'FORNECEDOR..: ' PFO-FORNECEDOR
                        DISPLAY 'PRAZO (DIAS): ' PFO-PRAZO-ENTREGA
                        DISPLAY 'LOTE MINIMO.: ' PFO-LOTE-MINIMO
                        DISPLAY 'PRECO UNIT..: ' PFO-PRECO-UNIT
                END-READ
                DISPLAY 'FORNECEDOR (0 EXCLUI).. '
                ACCEPT WRK-FORNECEDOR
                IF WRK-FORNECEDOR = ZEROS
                    DELETE PRODUTO-FORNEC
                        INVALID KEY
                            DISPLAY 'VINCULO NAO EXISTIA'
                        NOT INVALID KEY
                            DISPLAY 'FORNECEDOR PREFERENCIAL EXCLUIDO'
                    END-DELETE
                ELSE
                    PERFORM 2710-GRAVAR-PREFERENCIAL
                END-IF
            END-IF.

       2710-GRAVAR-PREFERENCIAL.
            MOVE WRK-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
                INVALID KEY
                    DISPLAY 'FORNECEDOR NAO CADASTRADO'
                NOT INVALID KEY
                    IF FORNEC-ATIVO
                        DISPLAY 'FORNECEDOR: ' FOR-NOME
                        MOVE WRK-FORNECEDOR TO PFO-FORNECEDOR
                        DISPLAY 'PRAZO DE ENTREGA (DIAS).. '
                        ACCEPT PFO-PRAZO-ENTREGA
                        DISPLAY 'LOTE MINIMO DE COMPRA.. '
                        ACCEPT PFO-LOTE-MINIMO
                        DISPLAY 'PRECO UNITARIO ACERTADO.. '
                        ACCEPT PFO-PRECO-UNIT
                        REWRITE PRODUTO-FORNEC-REG
                            INVALID KEY
                                WRITE PRODUTO-FORNEC-REG
                        END-REWRITE
                        DISPLAY 'FORNECEDOR PREFERENCIAL GRAVADO'
                    ELSE
                        DISPLAY 'FORNECEDOR INATIVO'
                    END-IF
            END-READ.

       2950-LER-POR-CODIGO.
            DISPLAY 'CODIGO DO PRODUTO.. '.
            ACCEPT WRK-CODIGO.
            DISPLAY 'PESO UNIT...: ' PRO-PESO-UNIT.
            DISPLAY 'LARGURA.....: ' PRO-LARGURA.
            DISPLAY 'COMPRIMENTO.: ' PRO-COMPRIMENTO.
            DISPLAY 'ALTURA......: ' PRO-ALTURA.
            DISPLAY 'CUSTO PADRAO: ' PRO-CUSTO-PADRAO.
            DISPLAY 'SERIALIZADO.: ' PRO-SERIALIZADO.
            DISPLAY 'CLASSE FISC.: ' PRO-CLASSE-FISCAL.
            DISPLAY 'FAMILIA.....: ' PRO-FAMILIA.
            DISPLAY 'STATUS......: ' PRO-STATUS.

      *----------------------------------------------------------------
       3000-FINALIZAR.
            CLOSE PRODUTOS-MASTER.
            CLOSE KIT-COMPONENTES.
            CLOSE PRODUTO-FORNEC.
            CLOSE FORNECEDORES.
            CLOSE FAMILIAS.
            CLOSE CUSTO-HISTORICO.

       END PROGRAM PRODMANU.
