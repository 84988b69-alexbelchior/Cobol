      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CUSTO DE DESEMBARQUE - LANCAMENTO DOS DOCUMENTOS DE
      *          CUSTO DO RECEBIMENTO (CONHECIMENTO DE FRETE, DESPESA
      *          ADUANEIRA/IMPOSTO DE IMPORTACAO, SEGURO) CONTRA UMA OU
      *          MAIS OCS JA RECEBIDAS (ARQUIVO DOCCUSTO, NUMERADO PELO
      *          REGISTRO 'CD' DO PEDCTRL) E RATEIO DO VALOR ENTRE AS
      *          LINHAS RECEBIDAS POR VALOR, PESO OU QUANTIDADE. A PARTE
      *          DE CADA LINHA QUE CORRESPONDE AO QUE AINDA ESTA EM
      *          ESTOQUE ENTRA NO CUSTO MEDIO (EST-CUSTO-MEDIO); O QUE
      *          JA SAIU VAI PARA RESULTADO. O DETALHE DE CADA RATEIO
      *          FICA EM CDRATEIO PARA A AUDITORIA DO CDCREL.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Atualiza os totais de controle do ESTOQUE
      *                 (rotina TOTCTL) a cada regravacao de saldo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-CUSTO ASSIGN TO 'DOCCUSTO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDC-NUMERO
               FILE STATUS IS WRK-FS-DOCCUSTO.
           SELECT RATEIO-CUSTO ASSIGN TO 'CDRATEIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDR-CHAVE
               FILE STATUS IS WRK-FS-RATEIO.
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
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-CUSTO
           LABEL RECORD IS STANDARD.
           COPY CDCREG.
       FD  RATEIO-CUSTO
           LABEL RECORD IS STANDARD.
           COPY CDRREG.
       FD  ORDENS-COMPRA
           LABEL RECORD IS STANDARD.
           COPY OCPREG.
       FD  OC-ITENS
           LABEL RECORD IS STANDARD.
           COPY OCPIREG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       WORKING-STORAGE SECTION.
       77 WRK-FS-DOCCUSTO  PIC X(02) VALUE '00'.
       77 WRK-FS-RATEIO    PIC X(02) VALUE '00'.
       77 WRK-FS-OC        PIC X(02) VALUE '00'.
       77 WRK-FS-OCITEM    PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-DOCUMENTO    PIC 9(06) VALUE ZEROS.
       77 WRK-OC           PIC 9(06) VALUE ZEROS.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-OC       PIC 9(02) VALUE ZEROS.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS VALUE 'S'.
       77 WRK-FIM-OCS      PIC X(01) VALUE 'N'.
           88 FIM-OCS      VALUE 'S'.
       77 WRK-OC-REPETIDA  PIC X(01) VALUE 'N'.
           88 OC-REPETIDA  VALUE 'S'.
       77 WRK-EOF-OCITEM   PIC X(01) VALUE 'N'.
           88 FIM-OC-ITENS VALUE 'S'.
       77 WRK-EOF-DOCCUSTO PIC X(01) VALUE 'N'.
           88 FIM-DOCCUSTO VALUE 'S'.
       77 WRK-EOF-RATEIO   PIC X(01) VALUE 'N'.
           88 FIM-RATEIO   VALUE 'S'.
       77 WRK-PASSO        PIC X(01) VALUE 'B'.
           88 PASSO-BASE   VALUE 'B'.
           88 PASSO-RATEIO VALUE 'R'.
       77 WRK-QTD-RECEBIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RATEADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-BASE-LINHA   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BASE-TOTAL   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ACUM   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ESTOQUE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-EM-ESTOQUE PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-ESTOQUE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-RESULTADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESC-TIPO    PIC X(16) VALUE SPACES.
       77 WRK-DESC-CRITERIO PIC X(10) VALUE SPACES.
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           COPY TRVREG.
           COPY SESREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'CDCMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'CDCMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN I-O DOC-CUSTO.
            IF WRK-FS-DOCCUSTO = '35'
                CLOSE DOC-CUSTO
                OPEN OUTPUT DOC-CUSTO
                CLOSE DOC-CUSTO
                OPEN I-O DOC-CUSTO
            END-IF.
            OPEN I-O RATEIO-CUSTO.
            IF WRK-FS-RATEIO = '35'
                CLOSE RATEIO-CUSTO
                OPEN OUTPUT RATEIO-CUSTO
                CLOSE RATEIO-CUSTO
                OPEN I-O RATEIO-CUSTO
            END-IF.
            OPEN INPUT ORDENS-COMPRA.
            IF WRK-FS-OC = '35'
                CLOSE ORDENS-COMPRA
                OPEN OUTPUT ORDENS-COMPRA
                CLOSE ORDENS-COMPRA
                OPEN INPUT ORDENS-COMPRA
            END-IF.
            OPEN INPUT OC-ITENS.
            IF WRK-FS-OCITEM = '35'
                CLOSE OC-ITENS
                OPEN OUTPUT OC-ITENS
                CLOSE OC-ITENS
                OPEN INPUT OC-ITENS
            END-IF.
            OPEN INPUT FORNECEDORES.
            IF WRK-FS-FORNEC = '35'
                CLOSE FORNECEDORES
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN I-O ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'CDCMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'CUSTO DE DESEMBARQUE DOS RECEBIMENTOS'.
            DISPLAY '1 - LANCAR DOCUMENTO DE CUSTO'.
            DISPLAY '2 - CONSULTAR DOCUMENTO'.
            DISPLAY '3 - RATEAR DOCUMENTO NO CUSTO MEDIO'.
            DISPLAY '4 - CANCELAR DOCUMENTO PENDENTE'.
            DISPLAY '5 - LISTAR DOCUMENTOS PENDENTES'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-LANCAR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-RATEAR
                WHEN '4'
                    PERFORM 2400-CANCELAR
                WHEN '5'
                    PERFORM 2500-LISTAR-PENDENTES
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * LANCAMENTO - O DOCUMENTO NASCE PENDENTE (P) E SO MEXE NO CUSTO
      * QUANDO RATEADO (OPCAO 3). CADA OC INFORMADA PRECISA TER AO
      * MENOS UMA LINHA COM QUANTIDADE RECEBIDA.
      *----------------------------------------------------------------
       2100-LANCAR.
            MOVE 'S' TO WRK-DADOS-OK.
            INITIALIZE DOC-CUSTO-REG.
            DISPLAY 'TIPO (F=FRETE A=ADUANA/IMPOSTO S=SEGURO).. '.
            ACCEPT CDC-TIPO.
            IF NOT CDC-TIPO-VALIDO
                DISPLAY 'TIPO INVALIDO'
                MOVE 'N' TO WRK-DADOS-OK
            END-IF.
            IF DADOS-VALIDOS
                DISPLAY 'FORNECEDOR DO DOCUMENTO.. '
                ACCEPT CDC-FORNECEDOR
                MOVE CDC-FORNECEDOR TO FOR-CODIGO
                READ FORNECEDORES
                    INVALID KEY
                        DISPLAY 'FORNECEDOR NAO CADASTRADO'
                        MOVE 'N' TO WRK-DADOS-OK
                    NOT INVALID KEY
                        DISPLAY 'FORNECEDOR: ' FOR-NOME
                END-READ
            END-IF.
            IF DADOS-VALIDOS
                DISPLAY 'NUMERO DO DOCUMENTO DO FORNECEDOR.. '
                ACCEPT CDC-DOC-EXTERNO
                DISPLAY 'DATA DO DOCUMENTO (AAAAMMDD, 0 = HOJE).. '
                ACCEPT CDC-DATA
                IF CDC-DATA = ZEROS
                    MOVE WRK-DATA-HOJE TO CDC-DATA
                END-IF
                DISPLAY 'VALOR DO DOCUMENTO.. '
                ACCEPT CDC-VALOR
                IF CDC-VALOR = ZEROS
                    DISPLAY 'VALOR NAO INFORMADO'
                    MOVE 'N' TO WRK-DADOS-OK
                END-IF
            END-IF.
            IF DADOS-VALIDOS
                DISPLAY 'RATEIO (V=VALOR P=PESO Q=QUANTIDADE).. '
                ACCEPT CDC-CRITERIO
                IF NOT CDC-CRITERIO-VALIDO
                    DISPLAY 'CRITERIO INVALIDO'
                    MOVE 'N' TO WRK-DADOS-OK
                END-IF
            END-IF.
            IF DADOS-VALIDOS
                MOVE ZEROS TO CDC-QTD-OCS
                MOVE 'N' TO WRK-FIM-OCS
                PERFORM 2110-INFORMAR-OC UNTIL FIM-OCS
                IF CDC-QTD-OCS = ZEROS
                    DISPLAY 'NENHUMA OC INFORMADA'
                    MOVE 'N' TO WRK-DADOS-OK
                END-IF
            END-IF.
            IF DADOS-VALIDOS
                MOVE 'N' TO WRK-CONFIRMA
                DISPLAY 'CONFIRMA O LANCAMENTO (S/N).. '
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 2150-GRAVAR-DOCUMENTO
                ELSE
                    DISPLAY 'LANCAMENTO CANCELADO'
                END-IF
            ELSE
                DISPLAY 'DOCUMENTO NAO LANCADO'
            END-IF.

       2110-INFORMAR-OC.
            DISPLAY 'OC RECEBIDA (ZERO = FIM).. '.
            ACCEPT WRK-OC.
            IF WRK-OC = ZEROS
                MOVE 'S' TO WRK-FIM-OCS
            ELSE
                MOVE 'N' TO WRK-OC-REPETIDA
                MOVE 1 TO WRK-SUB
                PERFORM 2115-PROCURAR-OC
                    UNTIL WRK-SUB > CDC-QTD-OCS OR OC-REPETIDA
                IF OC-REPETIDA
                    DISPLAY 'OC JA INFORMADA NESTE DOCUMENTO'
                ELSE
                    PERFORM 2120-CONFERIR-OC
                END-IF
            END-IF.
            IF CDC-QTD-OCS >= 10 AND NOT FIM-OCS
                DISPLAY 'LIMITE DE 10 OCS POR DOCUMENTO ATINGIDO'
                MOVE 'S' TO WRK-FIM-OCS
            END-IF.

       2115-PROCURAR-OC.
            IF CDC-OC (WRK-SUB) = WRK-OC
                MOVE 'S' TO WRK-OC-REPETIDA
            ELSE
                ADD 1 TO WRK-SUB
            END-IF.

       2120-CONFERIR-OC.
            MOVE WRK-OC TO OCP-NUMERO.
            READ ORDENS-COMPRA
                INVALID KEY
                    DISPLAY 'OC NAO ENCONTRADA'
            END-READ.
            IF WRK-FS-OC = '00'
                MOVE ZEROS TO WRK-QTD-RECEBIDAS
                MOVE 'N' TO WRK-EOF-OCITEM
                MOVE WRK-OC TO OPI-OC
                MOVE ZEROS TO OPI-LINHA
                START OC-ITENS KEY IS NOT LESS THAN OPI-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-OCITEM
                END-START
                PERFORM 2910-LER-LINHA-OC
                PERFORM 2125-CONTAR-RECEBIDA UNTIL FIM-OC-ITENS
                IF WRK-QTD-RECEBIDAS = ZEROS
                    DISPLAY 'OC SEM LINHA RECEBIDA - NAO ACEITA'
                ELSE
                    ADD 1 TO CDC-QTD-OCS
                    MOVE WRK-OC TO CDC-OC (CDC-QTD-OCS)
                    DISPLAY 'OC ACEITA - ' WRK-QTD-RECEBIDAS
                        ' LINHA(S) RECEBIDA(S)'
                END-IF
            END-IF.

       2125-CONTAR-RECEBIDA.
            IF OPI-QTD-RECEBIDA > ZEROS
                ADD 1 TO WRK-QTD-RECEBIDAS
            END-IF.
            PERFORM 2910-LER-LINHA-OC.

       2150-GRAVAR-DOCUMENTO.
            MOVE 'CD' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO CDC-NUMERO.
            MOVE 'CD' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE 'P' TO CDC-STATUS.
            MOVE WRK-USUARIO TO CDC-USUARIO.
            MOVE ZEROS TO CDC-DATA-RATEIO.
            MOVE ZEROS TO CDC-VALOR-ESTOQUE.
            MOVE ZEROS TO CDC-VALOR-RESULTADO.
            WRITE DOC-CUSTO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR DOCUMENTO DE CUSTO'
                NOT INVALID KEY
                    DISPLAY 'DOCUMENTO DE CUSTO ' CDC-NUMERO
                        ' LANCADO - PENDENTE DE RATEIO'
            END-WRITE.

       2200-CONSULTAR.
            PERFORM 2950-LER-DOCUMENTO.
            IF WRK-FS-DOCCUSTO = '00'
                PERFORM 2960-EXIBIR-DOCUMENTO
                IF CDC-RATEADO
                    PERFORM 2250-LISTAR-RATEIO
                END-IF
            END-IF.

       2250-LISTAR-RATEIO.
            MOVE 'N' TO WRK-EOF-RATEIO.
            MOVE CDC-NUMERO TO CDR-DOCUMENTO.
            MOVE ZEROS TO CDR-OC.
            MOVE ZEROS TO CDR-LINHA.
            START RATEIO-CUSTO KEY IS NOT LESS THAN CDR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RATEIO
            END-START.
            PERFORM 2260-LER-RATEIO.
            PERFORM 2270-EXIBIR-RATEIO UNTIL FIM-RATEIO.

       2260-LER-RATEIO.
            IF NOT FIM-RATEIO
                READ RATEIO-CUSTO NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-RATEIO
                END-READ
            END-IF.
            IF NOT FIM-RATEIO AND CDR-DOCUMENTO NOT = CDC-NUMERO
                MOVE 'S' TO WRK-EOF-RATEIO
            END-IF.

       2270-EXIBIR-RATEIO.
            DISPLAY '   OC ' CDR-OC ' LINHA ' CDR-LINHA ' PRODUTO '
                CDR-PRODUTO ' RATEADO ' CDR-VALOR-RATEADO.
            DISPLAY '      NO CUSTO ' CDR-VALOR-ESTOQUE
                ' RESULTADO ' CDR-VALOR-RESULTADO
                ' CUSTO MEDIO ' CDR-CUSTO-ANTES ' -> '
                CDR-CUSTO-DEPOIS.
            PERFORM 2260-LER-RATEIO.

      *----------------------------------------------------------------
      * RATEIO - DUAS PASSADAS PELAS LINHAS RECEBIDAS DAS OCS DO
      * DOCUMENTO: A PRIMEIRA SOMA A BASE (VALOR = QTD RECEBIDA X
      * PRECO DA OC, PESO = QTD X PESO UNITARIO DO PRODUTO, OU A
      * QUANTIDADE) E A SEGUNDA DISTRIBUI O VALOR PELA BASE; A ULTIMA
      * LINHA LEVA A SOBRA DO ARREDONDAMENTO. DA PARTE DE CADA LINHA,
      * SO A PROPORCAO DO QUE AINDA ESTA EM ESTOQUE (SALDO ATUAL ATE
      * O RECEBIDO) ENTRA NO CUSTO MEDIO, DIVIDIDA PELO SALDO; O
      * RESTO CORRESPONDE AO QUE JA SAIU E VAI PARA RESULTADO.
      *----------------------------------------------------------------
       2300-RATEAR.
            PERFORM 2950-LER-DOCUMENTO.
            IF WRK-FS-DOCCUSTO = '00'
                PERFORM 2960-EXIBIR-DOCUMENTO
                IF NOT CDC-PENDENTE
                    DISPLAY 'DOCUMENTO NAO ESTA PENDENTE DE RATEIO'
                ELSE
                    MOVE 'B' TO WRK-PASSO
                    MOVE ZEROS TO WRK-BASE-TOTAL
                    MOVE ZEROS TO WRK-QTD-LINHAS
                    MOVE ZEROS TO WRK-SUB-OC
                    PERFORM 2310-PERCORRER-OC CDC-QTD-OCS TIMES
                    IF WRK-BASE-TOTAL = ZEROS
                        DISPLAY 'BASE DE RATEIO ZERADA (CONFIRA PESOS/'
                            'PRECOS DAS LINHAS) - NADA RATEADO'
                    ELSE
                        DISPLAY 'LINHAS A RATEAR: ' WRK-QTD-LINHAS
                        MOVE 'N' TO WRK-CONFIRMA
                        DISPLAY 'CONFIRMA O RATEIO NO CUSTO MEDIO '
                            '(S/N).. '
                        ACCEPT WRK-CONFIRMA
                        IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                            PERFORM 2350-EFETIVAR-RATEIO
                        ELSE
                            DISPLAY 'RATEIO CANCELADO'
                        END-IF
                    END-IF
                END-IF
            END-IF.

       2310-PERCORRER-OC.
            ADD 1 TO WRK-SUB-OC.
            MOVE CDC-OC (WRK-SUB-OC) TO WRK-OC.
            MOVE 'N' TO WRK-EOF-OCITEM.
            MOVE WRK-OC TO OPI-OC.
            MOVE ZEROS TO OPI-LINHA.
            START OC-ITENS KEY IS NOT LESS THAN OPI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-START.
            PERFORM 2910-LER-LINHA-OC.
            PERFORM 2320-TRATAR-LINHA UNTIL FIM-OC-ITENS.

       2320-TRATAR-LINHA.
            IF OPI-QTD-RECEBIDA > ZEROS
                PERFORM 2330-CALCULAR-BASE
                IF PASSO-BASE
                    ADD WRK-BASE-LINHA TO WRK-BASE-TOTAL
                    IF WRK-BASE-LINHA > ZEROS
                        ADD 1 TO WRK-QTD-LINHAS
                    END-IF
                ELSE
                    IF WRK-BASE-LINHA > ZEROS
                        PERFORM 2340-RATEAR-LINHA
                    END-IF
                END-IF
            END-IF.
            PERFORM 2910-LER-LINHA-OC.

       2330-CALCULAR-BASE.
            MOVE OPI-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE ZEROS TO PRO-PESO-UNIT
            END-READ.
            EVALUATE TRUE
                WHEN CDC-POR-VALOR
                    COMPUTE WRK-BASE-LINHA =
                        OPI-QTD-RECEBIDA * OPI-PRECO-UNIT
                WHEN CDC-POR-PESO
                    COMPUTE WRK-BASE-LINHA =
                        OPI-QTD-RECEBIDA * PRO-PESO-UNIT
                WHEN OTHER
                    MOVE OPI-QTD-RECEBIDA TO WRK-BASE-LINHA
            END-EVALUATE.

       2340-RATEAR-LINHA.
            ADD 1 TO WRK-QTD-RATEADAS.
            IF WRK-QTD-RATEADAS = WRK-QTD-LINHAS
                COMPUTE WRK-VALOR-LINHA = CDC-VALOR - WRK-VALOR-ACUM
            ELSE
                COMPUTE WRK-VALOR-LINHA ROUNDED =
                    CDC-VALOR * WRK-BASE-LINHA / WRK-BASE-TOTAL
            END-IF.
            ADD WRK-VALOR-LINHA TO WRK-VALOR-ACUM.
            MOVE OPI-PRODUTO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE OPI-PRODUTO TO EST-PRODUTO
                    MOVE ZEROS TO EST-SALDO
                    MOVE ZEROS TO EST-PONTO-REPOSICAO
                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.
            MOVE CDC-NUMERO TO CDR-DOCUMENTO.
            MOVE OPI-OC TO CDR-OC.
            MOVE OPI-LINHA TO CDR-LINHA.
            MOVE OPI-PRODUTO TO CDR-PRODUTO.
            MOVE CDC-TIPO TO CDR-TIPO.
            MOVE CDC-CRITERIO TO CDR-CRITERIO.
            MOVE OPI-QTD-RECEBIDA TO CDR-QTD-RECEBIDA.
            MOVE WRK-BASE-LINHA TO CDR-BASE.
            MOVE WRK-VALOR-LINHA TO CDR-VALOR-RATEADO.
            MOVE EST-SALDO TO CDR-SALDO-ESTOQUE.
            MOVE EST-CUSTO-MEDIO TO CDR-CUSTO-ANTES.
            MOVE ZEROS TO WRK-VALOR-ESTOQUE.
            IF EST-SALDO > ZEROS
                IF EST-SALDO < OPI-QTD-RECEBIDA
                    MOVE EST-SALDO TO WRK-QTD-EM-ESTOQUE
                ELSE
                    MOVE OPI-QTD-RECEBIDA TO WRK-QTD-EM-ESTOQUE
                END-IF
                COMPUTE WRK-VALOR-ESTOQUE ROUNDED =
                    WRK-VALOR-LINHA * WRK-QTD-EM-ESTOQUE
                    / OPI-QTD-RECEBIDA
                COMPUTE EST-CUSTO-MEDIO ROUNDED =
                    EST-CUSTO-MEDIO + WRK-VALOR-ESTOQUE / EST-SALDO
                REWRITE ESTOQUE-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CUSTO DO PRODUTO '
                            EST-PRODUTO
                    NOT INVALID KEY
                        MOVE 'A' TO TCA-OPERACAO
                        PERFORM 8940-CONTROLE-ESTOQUE
                END-REWRITE
            END-IF.
            MOVE WRK-VALOR-ESTOQUE TO CDR-VALOR-ESTOQUE.
            COMPUTE CDR-VALOR-RESULTADO =
                WRK-VALOR-LINHA - WRK-VALOR-ESTOQUE.
            MOVE EST-CUSTO-MEDIO TO CDR-CUSTO-DEPOIS.
            MOVE WRK-DATA-HOJE TO CDR-DATA.
            ADD CDR-VALOR-ESTOQUE TO WRK-TOTAL-ESTOQUE.
            ADD CDR-VALOR-RESULTADO TO WRK-TOTAL-RESULTADO.
            WRITE RATEIO-CUSTO-REG
                INVALID KEY
                    REWRITE RATEIO-CUSTO-REG
            END-WRITE.
            DISPLAY '   PRODUTO ' OPI-PRODUTO ' RATEADO '
                WRK-VALOR-LINHA ' CUSTO MEDIO ' CDR-CUSTO-ANTES
                ' -> ' CDR-CUSTO-DEPOIS.

       2350-EFETIVAR-RATEIO.
            MOVE 'R' TO WRK-PASSO.
            MOVE ZEROS TO WRK-QTD-RATEADAS.
            MOVE ZEROS TO WRK-VALOR-ACUM.
            MOVE ZEROS TO WRK-TOTAL-ESTOQUE.
            MOVE ZEROS TO WRK-TOTAL-RESULTADO.
            MOVE ZEROS TO WRK-SUB-OC.
            PERFORM 2310-PERCORRER-OC CDC-QTD-OCS TIMES.
            MOVE 'R' TO CDC-STATUS.
            MOVE WRK-DATA-HOJE TO CDC-DATA-RATEIO.
            MOVE WRK-USUARIO TO CDC-USUARIO.
            MOVE WRK-TOTAL-ESTOQUE TO CDC-VALOR-ESTOQUE.
            MOVE WRK-TOTAL-RESULTADO TO CDC-VALOR-RESULTADO.
            REWRITE DOC-CUSTO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR DOCUMENTO DE CUSTO'
            END-REWRITE.
            DISPLAY 'RATEIO GRAVADO - NO CUSTO MEDIO '
                WRK-TOTAL-ESTOQUE ' EM RESULTADO '
                WRK-TOTAL-RESULTADO.

       2400-CANCELAR.
            PERFORM 2950-LER-DOCUMENTO.
            IF WRK-FS-DOCCUSTO = '00'
                PERFORM 2960-EXIBIR-DOCUMENTO
                IF NOT CDC-PENDENTE
                    DISPLAY 'SO DOCUMENTO PENDENTE PODE SER CANCELADO'
                ELSE
                    MOVE 'N' TO WRK-CONFIRMA
                    DISPLAY 'CONFIRMA O CANCELAMENTO (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        MOVE 'C' TO CDC-STATUS
                        MOVE WRK-USUARIO TO CDC-USUARIO
                        REWRITE DOC-CUSTO-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR DOCUMENTO'
                            NOT INVALID KEY
                                DISPLAY 'DOCUMENTO CANCELADO'
                        END-REWRITE
                    ELSE
                        DISPLAY 'CANCELAMENTO NAO FEITO'
                    END-IF
                END-IF
            END-IF.

       2500-LISTAR-PENDENTES.
            MOVE ZEROS TO WRK-QTD-LISTADOS.
            MOVE 'N' TO WRK-EOF-DOCCUSTO.
            MOVE ZEROS TO CDC-NUMERO.
            START DOC-CUSTO KEY IS NOT LESS THAN CDC-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DOCCUSTO
            END-START.
            PERFORM 2510-LER-DOCUMENTO.
            PERFORM 2520-LISTAR-DOCUMENTO UNTIL FIM-DOCCUSTO.
            IF WRK-QTD-LISTADOS = ZEROS
                DISPLAY 'NENHUM DOCUMENTO PENDENTE DE RATEIO'
            END-IF.

       2510-LER-DOCUMENTO.
            IF NOT FIM-DOCCUSTO
                READ DOC-CUSTO NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-DOCCUSTO
                END-READ
            END-IF.

       2520-LISTAR-DOCUMENTO.
            IF CDC-PENDENTE
                ADD 1 TO WRK-QTD-LISTADOS
                PERFORM 2970-DESCREVER
                DISPLAY CDC-NUMERO ' ' WRK-DESC-TIPO ' '
                    CDC-DOC-EXTERNO ' DATA ' CDC-DATA ' VALOR '
                    CDC-VALOR ' OCS ' CDC-QTD-OCS
            END-IF.
            PERFORM 2510-LER-DOCUMENTO.

       2910-LER-LINHA-OC.
            IF NOT FIM-OC-ITENS
                READ OC-ITENS NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-OCITEM
                END-READ
            END-IF.
            IF NOT FIM-OC-ITENS AND OPI-OC NOT = WRK-OC
                MOVE 'S' TO WRK-EOF-OCITEM
            END-IF.

       2950-LER-DOCUMENTO.
            DISPLAY 'NUMERO DO DOCUMENTO DE CUSTO.. '.
            ACCEPT WRK-DOCUMENTO.
            MOVE WRK-DOCUMENTO TO CDC-NUMERO.
            READ DOC-CUSTO
                INVALID KEY
                    DISPLAY 'DOCUMENTO NAO ENCONTRADO'
            END-READ.

       2960-EXIBIR-DOCUMENTO.
            PERFORM 2970-DESCREVER.
            DISPLAY 'DOCUMENTO......: ' CDC-NUMERO ' ' WRK-DESC-TIPO.
            DISPLAY 'FORNECEDOR.....: ' CDC-FORNECEDOR ' DOC '
                CDC-DOC-EXTERNO.
            DISPLAY 'DATA...........: ' CDC-DATA.
            DISPLAY 'VALOR..........: ' CDC-VALOR.
            DISPLAY 'RATEIO POR.....: ' WRK-DESC-CRITERIO.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2965-EXIBIR-OC CDC-QTD-OCS TIMES.
            EVALUATE TRUE
                WHEN CDC-PENDENTE
                    DISPLAY 'SITUACAO.......: PENDENTE DE RATEIO'
                WHEN CDC-RATEADO
                    DISPLAY 'SITUACAO.......: RATEADO EM '
                        CDC-DATA-RATEIO ' POR ' CDC-USUARIO
                    DISPLAY 'NO CUSTO MEDIO.: ' CDC-VALOR-ESTOQUE
                    DISPLAY 'EM RESULTADO...: ' CDC-VALOR-RESULTADO
                WHEN OTHER
                    DISPLAY 'SITUACAO.......: CANCELADO'
            END-EVALUATE.

       2965-EXIBIR-OC.
            ADD 1 TO WRK-SUB.
            DISPLAY 'OC.............: ' CDC-OC (WRK-SUB).

       2970-DESCREVER.
            EVALUATE TRUE
                WHEN CDC-FRETE
                    MOVE 'FRETE' TO WRK-DESC-TIPO
                WHEN CDC-ADUANA
                    MOVE 'ADUANA/IMPOSTO' TO WRK-DESC-TIPO
                WHEN OTHER
                    MOVE 'SEGURO' TO WRK-DESC-TIPO
            END-EVALUATE.
            EVALUATE TRUE
                WHEN CDC-POR-VALOR
                    MOVE 'VALOR' TO WRK-DESC-CRITERIO
                WHEN CDC-POR-PESO
                    MOVE 'PESO' TO WRK-DESC-CRITERIO
                WHEN OTHER
                    MOVE 'QUANTIDADE' TO WRK-DESC-CRITERIO
            END-EVALUATE.

       3000-FINALIZAR.
            CLOSE DOC-CUSTO.
            CLOSE RATEIO-CUSTO.
            CLOSE ORDENS-COMPRA.
            CLOSE OC-ITENS.
            CLOSE FORNECEDORES.
            CLOSE PRODUTOS-MASTER.
            CLOSE ESTOQUE-SALDO.
            CLOSE PED-CONTROLE.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'CDCMANU' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM CDCMANU.
