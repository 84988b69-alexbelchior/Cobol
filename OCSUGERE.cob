      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: SUGESTAO AUTOMATICA DE COMPRA - PARA CADA PRODUTO COM
      *          PONTO DE REPOSICAO, PROJETA O ESTOQUE (SALDO EM MAOS,
      *          MENOS O JA VENDIDO - COMPROMETIDO OU BACKORDER, O QUE
      *          FOR MAIOR - MAIS O QUE JA ESTA EM OC ABERTA OU
      *          SUGERIDA) E, SE O PROJETADO ESTIVER NO PONTO OU
      *          ABAIXO, SUGERE A QUANTIDADE QUE FALTA PARA O PONTO,
      *          RESPEITANDO O LOTE MINIMO DO FORNECEDOR PREFERENCIAL
      *          (PRODFORN). AS SUGESTOES VIRAM OCS SUGERIDAS (STATUS
      *          S) EM OCOMPRA/OCITEN, UMA POR FORNECEDOR, QUE O
      *          COMPRADOR REVISA E LIBERA NO OCMANU. PRODUTO SEM
      *          FORNECEDOR PREFERENCIAL OU COM FORNECEDOR INATIVO SO
      *          SAI NO RELATORIO. RODA NA CADEIA NOTURNA (CLNOITE).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCSUGERE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ORDENS-COMPRA ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCP-NUMERO
               FILE STATUS IS WRK-FS-OC.
           SELECT OC-ITENS ASSIGN TO 'OCITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-CHAVE
               FILE STATUS IS WRK-FS-OCITEM.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT SUG-CONTAGEM ASSIGN TO 'SUGCOUNT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-PRODUTO
               FILE STATUS IS WRK-FS-TEMP.
           SELECT WRK-SORTFILE ASSIGN TO 'SUGSORT'.
           SELECT REL-SUGESTAO ASSIGN TO 'SUGCOMPR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  PRODUTO-FORNEC
           LABEL RECORD IS STANDARD.
           COPY PFOREG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  ORDENS-COMPRA
           LABEL RECORD IS STANDARD.
           COPY OCPREG.
       FD  OC-ITENS
           LABEL RECORD IS STANDARD.
           COPY OCPIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  SUG-CONTAGEM
           LABEL RECORD IS STANDARD.
       01 CONTAGEM-REG.
           05 TMP-PRODUTO          PIC 9(06).
           05 TMP-EM-PEDIDO        PIC 9(07).
           05 TMP-BACKORDER        PIC 9(07).
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-FORNECEDOR      PIC 9(04).
           05 SORT-PRAZO           PIC 9(03).
           05 SORT-PRODUTO         PIC 9(06).
           05 SORT-QUANTIDADE      PIC 9(05).
           05 SORT-PRECO           PIC 9(07)V99.
           05 SORT-PROJETADO       PIC S9(07).
           05 SORT-PONTO           PIC 9(05).
       FD  REL-SUGESTAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODFORN  PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-OC        PIC X(02) VALUE '00'.
       77 WRK-FS-OCITEM    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ESTOQUE  PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE  VALUE 'S'.
       77 WRK-EOF-OCITEM   PIC X(01) VALUE 'N'.
           88 FIM-OC-ITENS VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-PRIMEIRO     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-GERA-OC      PIC X(01) VALUE 'N'.
           88 GERA-OC      VALUE 'S'.
       77 WRK-FORNEC-ANT   PIC 9(04) VALUE ZEROS.
       77 WRK-PRODUTO      PIC 9(06) VALUE ZEROS.
       77 WRK-LINHA        PIC 9(03) VALUE ZEROS.
       77 WRK-PENDENTE     PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-LINHA  PIC 9(05) VALUE ZEROS.
       77 WRK-VENDIDO      PIC S9(07) VALUE ZEROS.
       77 WRK-PROJETADO    PIC S9(07) VALUE ZEROS.
       77 WRK-SUGERIDO     PIC S9(07) VALUE ZEROS.
       77 WRK-PRECO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SUGERIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-OCS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-OC   PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-PRODUTO PIC X(40) VALUE SPACES.
       77 WRK-PRECO-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PROJ-ED      PIC -ZZZZZZ9 VALUE ZEROS.
       77 WRK-DIAS-PRAZO   PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-RESTO   PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(01) VALUE ZEROS.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PREV-GRP.
           05 WRK-DATA-PREV    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-PREV-ED REDEFINES WRK-DATA-PREV.
               10 WRK-PREV-ANO  PIC 9(04).
               10 WRK-PREV-MES  PIC 9(02).
               10 WRK-PREV-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * DIAS DE CADA MES PARA A SOMA DE DIAS DE CALENDARIO, A MESMA
      * TABELA DO FATURAMENTO (FATURA).
      *----------------------------------------------------------------
       01 WRK-MESES-VALORES.
           05 FILLER           PIC X(24) VALUE
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-ACUMULAR-EM-PEDIDO.
            PERFORM 2100-ACUMULAR-BACKORDER.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-FORNECEDOR
                ON DESCENDING KEY SORT-PRAZO
                ON ASCENDING KEY SORT-PRODUTO
                INPUT PROCEDURE IS 3000-CALCULAR-SUGESTAO
                OUTPUT PROCEDURE IS 4000-GERAR-OCS
            PERFORM 5000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'OCSUGERE' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN INPUT ESTOQUE-SALDO
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN INPUT PRODUTO-FORNEC.
            IF WRK-FS-PRODFORN = '35'
                CLOSE PRODUTO-FORNEC
                OPEN OUTPUT PRODUTO-FORNEC
                CLOSE PRODUTO-FORNEC
                OPEN INPUT PRODUTO-FORNEC
            END-IF.
            OPEN INPUT FORNECEDORES.
            IF WRK-FS-FORNEC = '35'
                CLOSE FORNECEDORES
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
            END-IF.
            OPEN I-O ORDENS-COMPRA.
            IF WRK-FS-OC = '35'
                CLOSE ORDENS-COMPRA
                OPEN OUTPUT ORDENS-COMPRA
                CLOSE ORDENS-COMPRA
                OPEN I-O ORDENS-COMPRA
            END-IF.
            OPEN I-O OC-ITENS.
            IF WRK-FS-OCITEM = '35'
                CLOSE OC-ITENS
                OPEN OUTPUT OC-ITENS
                CLOSE OC-ITENS
                OPEN I-O OC-ITENS
            END-IF.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN OUTPUT SUG-CONTAGEM.
            CLOSE SUG-CONTAGEM.
            OPEN I-O SUG-CONTAGEM.
            OPEN OUTPUT REL-SUGESTAO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'SUGESTAO DE COMPRA - OCS SUGERIDAS POR FORNECEDOR'
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
            STRING 'PROJETADO = SALDO - VENDIDO A ENTREGAR + EM OC '
                DELIMITED SIZE
                'ABERTA OU SUGERIDA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * O QUE JA ESTA A CAMINHO - SALDO A RECEBER (PEDIDO MENOS
      * RECEBIDO) DAS LINHAS DE OC ABERTA E TAMBEM DE OC SUGERIDA
      * AINDA NAO LIBERADA, PARA QUE A EXECUCAO SEGUINTE NAO SUGIRA
      * DE NOVO O QUE O COMPRADOR AINDA ESTA REVISANDO.
      *----------------------------------------------------------------
       2000-ACUMULAR-EM-PEDIDO.
            MOVE ZEROS TO OCP-NUMERO.
            MOVE ZEROS TO OPI-OC.
            MOVE ZEROS TO OPI-LINHA.
            START OC-ITENS KEY IS NOT LESS THAN OPI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-START.
            IF NOT FIM-OC-ITENS
                PERFORM 2010-LER-LINHA-OC
                PERFORM 2020-SOMAR-LINHA-OC UNTIL FIM-OC-ITENS
            END-IF.

       2010-LER-LINHA-OC.
            READ OC-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-READ.

       2020-SOMAR-LINHA-OC.
            IF OPI-OC NOT = OCP-NUMERO
                MOVE OPI-OC TO OCP-NUMERO
                READ ORDENS-COMPRA
                    INVALID KEY
                        MOVE 'C' TO OCP-STATUS
                END-READ
            END-IF.
            IF (OC-ABERTA OR OC-SUGERIDA)
                AND OPI-QTD-PEDIDA > OPI-QTD-RECEBIDA
                COMPUTE WRK-PENDENTE =
                    OPI-QTD-PEDIDA - OPI-QTD-RECEBIDA
                MOVE OPI-PRODUTO TO WRK-PRODUTO
                PERFORM 2900-LER-CONTAGEM
                ADD WRK-PENDENTE TO TMP-EM-PEDIDO
                PERFORM 2950-GRAVAR-CONTAGEM
            END-IF.
            PERFORM 2010-LER-LINHA-OC.

      *----------------------------------------------------------------
      * BACKORDER, NA MESMA REGRA DO BACKORD - LINHAS DE PEDIDO
      * FATURADO OU EM SEPARACAO COM SALDO A ENTREGAR.
      *----------------------------------------------------------------
       2100-ACUMULAR-BACKORDER.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '00'
                PERFORM 2110-LER-ITEM
                PERFORM 2120-SOMAR-ITEM UNTIL FIM-ITENS
                CLOSE PED-ITENS
            END-IF.

       2110-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.

       2120-SOMAR-ITEM.
            COMPUTE WRK-SALDO-LINHA =
                ITN-QUANTIDADE - ITN-QTD-ENTREGUE.
            IF WRK-SALDO-LINHA > ZEROS
                MOVE ITN-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PEDIDO-FATURADO OR PEDIDO-SEPARACAO
                            MOVE ITN-PRODUTO TO WRK-PRODUTO
                            PERFORM 2130-SOMAR-BACKORDER
                        END-IF
                END-READ
            END-IF.
            PERFORM 2110-LER-ITEM.

       2130-SOMAR-BACKORDER.
            PERFORM 2900-LER-CONTAGEM.
            ADD WRK-SALDO-LINHA TO TMP-BACKORDER.
            PERFORM 2950-GRAVAR-CONTAGEM.

       2900-LER-CONTAGEM.
            MOVE WRK-PRODUTO TO TMP-PRODUTO.
            READ SUG-CONTAGEM
                INVALID KEY
                    INITIALIZE CONTAGEM-REG
                    MOVE WRK-PRODUTO TO TMP-PRODUTO
            END-READ.

       2950-GRAVAR-CONTAGEM.
            REWRITE CONTAGEM-REG
                INVALID KEY
                    WRITE CONTAGEM-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - O VENDIDO A ENTREGAR E O
      * MAIOR ENTRE O COMPROMETIDO E O BACKORDER: A LINHA FATURADA
      * CONTINUA COMPROMETIDA ATE A ENTREGA, ENTAO SOMAR OS DOIS
      * CONTARIA A MESMA UNIDADE DUAS VEZES. A SUGESTAO E O QUE FALTA
      * PARA O PROJETADO VOLTAR AO PONTO DE REPOSICAO, NUNCA MENOS
      * QUE O LOTE MINIMO DO FORNECEDOR.
      *----------------------------------------------------------------
       3000-CALCULAR-SUGESTAO.
            PERFORM 3010-LER-ESTOQUE.
            PERFORM 3020-AVALIAR-PRODUTO UNTIL FIM-ESTOQUE.

       3010-LER-ESTOQUE.
            READ ESTOQUE-SALDO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ESTOQUE
            END-READ.

       3020-AVALIAR-PRODUTO.
            ADD 1 TO WRK-QTD-LIDOS.
            IF EST-PONTO-REPOSICAO > ZEROS
                PERFORM 3100-PROJETAR-ESTOQUE
            END-IF.
            PERFORM 3010-LER-ESTOQUE.

       3100-PROJETAR-ESTOQUE.
            MOVE EST-PRODUTO TO WRK-PRODUTO.
            PERFORM 2900-LER-CONTAGEM.
            IF TMP-BACKORDER > EST-COMPROMETIDO
                MOVE TMP-BACKORDER TO WRK-VENDIDO
            ELSE
                MOVE EST-COMPROMETIDO TO WRK-VENDIDO
            END-IF.
            COMPUTE WRK-PROJETADO =
                EST-SALDO - WRK-VENDIDO + TMP-EM-PEDIDO.
            IF WRK-PROJETADO <= EST-PONTO-REPOSICAO
                MOVE EST-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE SPACE TO PRO-STATUS
                END-READ
                IF NOT PRODUTO-INATIVO
                    PERFORM 3200-LIBERAR-SUGESTAO
                END-IF
            END-IF.

       3200-LIBERAR-SUGESTAO.
            COMPUTE WRK-SUGERIDO =
                EST-PONTO-REPOSICAO - WRK-PROJETADO.
            MOVE EST-PRODUTO TO PFO-PRODUTO.
            READ PRODUTO-FORNEC
                INVALID KEY
                    INITIALIZE PRODUTO-FORNEC-REG
                    MOVE EST-PRODUTO TO PFO-PRODUTO
            END-READ.
            IF WRK-SUGERIDO > ZEROS
                AND WRK-SUGERIDO < PFO-LOTE-MINIMO
                MOVE PFO-LOTE-MINIMO TO WRK-SUGERIDO
            END-IF.
            IF WRK-SUGERIDO > 99999
                MOVE 99999 TO WRK-SUGERIDO
            END-IF.
            IF WRK-SUGERIDO > ZEROS
                IF PFO-PRECO-UNIT > ZEROS
                    MOVE PFO-PRECO-UNIT TO WRK-PRECO
                ELSE
                    MOVE PRO-CUSTO-PADRAO TO WRK-PRECO
                END-IF
                MOVE PFO-FORNECEDOR    TO SORT-FORNECEDOR
                MOVE PFO-PRAZO-ENTREGA TO SORT-PRAZO
                MOVE EST-PRODUTO       TO SORT-PRODUTO
                MOVE WRK-SUGERIDO      TO SORT-QUANTIDADE
                MOVE WRK-PRECO         TO SORT-PRECO
                MOVE WRK-PROJETADO     TO SORT-PROJETADO
                MOVE EST-PONTO-REPOSICAO TO SORT-PONTO
                RELEASE SORT-REG
            END-IF.

      *----------------------------------------------------------------
      * PROCEDIMENTO DE SAIDA - UMA OC SUGERIDA POR FORNECEDOR, COM O
      * NUMERO DO CONTROLE COMUM (PEDCTRL, CHAVE 'OC') COMO NO OCMANU.
      * O PRIMEIRO PRODUTO DE CADA FORNECEDOR TEM O MAIOR PRAZO DE
      * ENTREGA (ORDEM DO SORT) E DA A DATA PREVISTA DA OC. FORNECEDOR
      * 0 (SEM PREFERENCIAL), NAO CADASTRADO OU INATIVO NAO GERA OC.
      *----------------------------------------------------------------
       4000-GERAR-OCS.
            PERFORM 4010-RETORNAR-SORT.
            PERFORM 4100-TRATAR-SUGESTAO UNTIL FIM-SORT.

       4010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       4100-TRATAR-SUGESTAO.
            IF PRIMEIRO-REGISTRO
                OR SORT-FORNECEDOR NOT = WRK-FORNEC-ANT
                PERFORM 4200-ABRIR-FORNECEDOR
            END-IF.
            MOVE 'N' TO WRK-PRIMEIRO.
            MOVE SORT-FORNECEDOR TO WRK-FORNEC-ANT.
            ADD 1 TO WRK-QTD-SUGERIDOS.
            IF GERA-OC
                PERFORM 4300-GRAVAR-LINHA-OC
            ELSE
                ADD 1 TO WRK-QTD-SEM-OC
            END-IF.
            PERFORM 4400-IMPRIMIR-LINHA.
            PERFORM 4010-RETORNAR-SORT.

       4200-ABRIR-FORNECEDOR.
            MOVE 'N' TO WRK-GERA-OC.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            IF SORT-FORNECEDOR = ZEROS
                STRING 'PRODUTOS SEM FORNECEDOR PREFERENCIAL '
                    DELIMITED SIZE
                    '(PRODFORN) - NENHUMA OC GERADA' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                MOVE SORT-FORNECEDOR TO FOR-CODIGO
                READ FORNECEDORES
                    INVALID KEY
                        MOVE SPACE TO FOR-STATUS
                        MOVE SPACES TO FOR-NOME
                END-READ
                IF FORNEC-ATIVO
                    MOVE 'S' TO WRK-GERA-OC
                    PERFORM 4210-GRAVAR-CABECALHO-OC
                    STRING 'FORNECEDOR ' DELIMITED SIZE
                        SORT-FORNECEDOR DELIMITED SIZE
                        ' ' DELIMITED SIZE
                        FOR-NOME DELIMITED SIZE
                        ' - OC SUGERIDA ' DELIMITED SIZE
                        OCP-NUMERO DELIMITED SIZE
                        ' PREVISTA ' DELIMITED SIZE
                        OCP-DATA-PREVISTA DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                ELSE
                    STRING 'FORNECEDOR ' DELIMITED SIZE
                        SORT-FORNECEDOR DELIMITED SIZE
                        ' INATIVO OU NAO CADASTRADO - NENHUMA OC GERADA'
                        DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                END-IF
            END-IF.
            WRITE REL-LINHA.

       4210-GRAVAR-CABECALHO-OC.
            MOVE 'OC' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO OCP-NUMERO.
            MOVE 'OC' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE SORT-FORNECEDOR TO OCP-FORNECEDOR.
            MOVE WRK-DATA-HOJE TO OCP-DATA-EMISSAO.
            MOVE SORT-PRAZO TO WRK-DIAS-PRAZO.
            PERFORM 4250-CALCULAR-PREVISTA.
            MOVE WRK-DATA-PREV TO OCP-DATA-PREVISTA.
            MOVE 'S' TO OCP-STATUS.
            WRITE ORDEM-COMPRA-REG
                INVALID KEY
                    MOVE 'N' TO WRK-GERA-OC
            END-WRITE.
            IF GERA-OC
                ADD 1 TO WRK-QTD-OCS
            END-IF.
            MOVE ZEROS TO WRK-LINHA.

      *----------------------------------------------------------------
      * PREVISTA = HOJE + PRAZO DE ENTREGA EM DIAS DE CALENDARIO, COM
      * VIRADA DE MES PELA TABELA DE DIAS E FEVEREIRO BISSEXTO (ANO
      * DIVISIVEL POR 4), NA MESMA CONTA DO FATURAMENTO.
      *----------------------------------------------------------------
       4250-CALCULAR-PREVISTA.
            MOVE WRK-DATA-HOJE TO WRK-DATA-PREV.
            COMPUTE WRK-DIAS-RESTO = WRK-PREV-DIA + WRK-DIAS-PRAZO.
            PERFORM 4270-DIAS-DO-MES.
            PERFORM 4260-AVANCAR-MES
                UNTIL WRK-DIAS-RESTO <= WRK-DIAS-MES.
            MOVE WRK-DIAS-RESTO TO WRK-PREV-DIA.

       4260-AVANCAR-MES.
            SUBTRACT WRK-DIAS-MES FROM WRK-DIAS-RESTO.
            ADD 1 TO WRK-PREV-MES.
            IF WRK-PREV-MES > 12
                MOVE 01 TO WRK-PREV-MES
                ADD 1 TO WRK-PREV-ANO
            END-IF.
            PERFORM 4270-DIAS-DO-MES.

       4270-DIAS-DO-MES.
            MOVE WRK-MES-DIAS (WRK-PREV-MES) TO WRK-DIAS-MES.
            IF WRK-PREV-MES = 02
                DIVIDE WRK-PREV-ANO BY 4
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO
                IF WRK-ANO-RESTO = ZEROS
                    MOVE 29 TO WRK-DIAS-MES
                END-IF
            END-IF.

       4300-GRAVAR-LINHA-OC.
            ADD 1 TO WRK-LINHA.
            MOVE OCP-NUMERO       TO OPI-OC.
            MOVE WRK-LINHA        TO OPI-LINHA.
            MOVE SORT-PRODUTO     TO OPI-PRODUTO.
            MOVE SORT-QUANTIDADE  TO OPI-QTD-PEDIDA.
            MOVE ZEROS            TO OPI-QTD-RECEBIDA.
            MOVE SORT-PRECO       TO OPI-PRECO-UNIT.
            MOVE ZEROS            TO OPI-QTD-FATURADA.
            WRITE OC-ITEM-REG
                INVALID KEY
                    CONTINUE
            END-WRITE.

       4400-IMPRIMIR-LINHA.
            MOVE SORT-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME-PRODUTO
                NOT INVALID KEY
                    MOVE PRO-DESCRICAO TO WRK-NOME-PRODUTO
            END-READ.
            MOVE SORT-PRECO TO WRK-PRECO-ED.
            MOVE SORT-PROJETADO TO WRK-PROJ-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                SORT-PRODUTO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-PRODUTO (1:30) DELIMITED SIZE
                ' PROJ ' DELIMITED SIZE
                WRK-PROJ-ED DELIMITED SIZE
                ' PONTO ' DELIMITED SIZE
                SORT-PONTO DELIMITED SIZE
                ' SUGERIDO ' DELIMITED SIZE
                SORT-QUANTIDADE DELIMITED SIZE
                ' PRECO ' DELIMITED SIZE
                WRK-PRECO-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       5000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTOS SUGERIDOS: ' DELIMITED SIZE
                WRK-QTD-SUGERIDOS DELIMITED SIZE
                '   OCS SUGERIDAS: ' DELIMITED SIZE
                WRK-QTD-OCS DELIMITED SIZE
                '   SEM OC (SEM FORNECEDOR): ' DELIMITED SIZE
                WRK-QTD-SEM-OC DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE ESTOQUE-SALDO.
            CLOSE PRODUTOS-MASTER.
            CLOSE PRODUTO-FORNEC.
            CLOSE FORNECEDORES.
            CLOSE ORDENS-COMPRA.
            CLOSE OC-ITENS.
            CLOSE PEDIDOS.
            CLOSE PED-CONTROLE.
            CLOSE SUG-CONTAGEM.
            CLOSE REL-SUGESTAO.
            DISPLAY 'SUGESTAO DE COMPRA GRAVADA EM SUGCOMPR.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-SUGERIDOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM OCSUGERE.
