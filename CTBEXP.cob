      *            11010 CLIENTES (CONTA CORRENTE)
      *            11015 DUPLICATAS A RECEBER
      *            11020 CAIXA E BANCOS
      *            11040 ESTOQUE DE MERCADORIAS (ESTCTB)
      *            11045 MONTAGEM DE KITS (ESTCTB)
      *            21010 ADIANTAMENTOS DE CLIENTES
      *            21020 RECEBIMENTOS A FATURAR (ESTCTB)
      *            41010 RECEITA DE VENDAS
      *            41015 FATURAMENTO A APROPRIAR
      *            42010 JUROS E ENCARGOS RECEBIDOS
      *            42020 VARIACAO CAMBIAL ATIVA REALIZADA
      *            42025 VARIACAO CAMBIAL ATIVA NAO REALIZADA
      *            43010 DESCONTOS CONCEDIDOS
      *            51010 PERDAS COM INCOBRAVEIS
      *            51020 CUSTO DAS MERCADORIAS VENDIDAS (ESTCTB)
      *            52010 VARIACAO CAMBIAL PASSIVA REALIZADA
      *            52015 VARIACAO CAMBIAL PASSIVA NAO REALIZADA
      *            53010 TAXAS DE CARTAO (ADQUIRENTE)
      *            54010 AJUSTES DE INVENTARIO (ESTCTB)
      *            54020 VARIACAO DO CUSTO MEDIO DO ESTOQUE (ESTCTB)
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Titulo cancelado junto com a nota (NOTACANC) nao
      *                 e exportado como faturamento do mes.
      * 15/10/2026 ABM  Variacao cambial realizada na baixa
      *                 (CAMBGANHO/CAMBPERDA em CTAMOV) vai para as
      *                 contas 42020/52010; a reavaliacao de fim de mes
      *                 do CAMBREAV (REAVALIA) e lancada no ultimo dia
      *                 do mes contra duplicatas (42025/52015) e
      *                 estornada no dia 1 do mes seguinte.
      * 15/10/2026 ABM  Adiantamento recebido no mes (ADIANTA, do
      *                 ADTMANU) entra em caixa contra adiantamentos de
      *                 clientes (21010); o consumo na baixa
      *                 (ADTCONSUMO em CTAMOV) sai de 21010 contra a
      *                 conta corrente do cliente.
      * 15/10/2026 ABM  Repasse da adquirente de cartao (CARTAO em
      *                 CTAMOV, do ADQCONC) entra no caixa contra a
      *                 conta corrente, a taxa (TAXACARTAO) vai para a
      *                 nova conta 53010 e o CHARGEBACK estorna o caixa.
      * 15/10/2026 ABM  Contas de estoque (11040, 11045, 21020, 51020,
      *                 54010, 54020) no plano da interface; os
      *                 lancamentos saem do ESTCTB em CTBEST.TXT, no
      *                 mesmo layout.
      * 15/10/2026 ABM  Recuperacao de titulo em perda (RECUPERA em
      *                 CTAMOV, do RECPERDA) estorna a despesa de perda
      *                 (11010 contra 51010); o dinheiro entra pela
      *                 linha BAIXA.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - CTAMOV.AAAA desde o ano do mes
      *                 exportado - antes do CTAMOV.TXT corrente; a
      *                 linha de abertura (tipo A) nao gera partida.
      * 15/10/2026 ABM  Empresa no SYSIN depois do mes (00 = diario
      *                 consolidado, so com o mes fechado na matriz e em
      *                 todas as filiais ativas): vendas, movimentos,
      *                 titulos e reavaliacao filtrados pela empresa do
      *                 documento (sem empresa = 01; adiantamentos sao
      *                 da 01) e HDR-EMPRESA no header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBEXP.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEL-CHAVE
               FILE STATUS IS WRK-FS-LEDGER.
           SELECT CONTA-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT REAVALIACAO ASSIGN TO 'REAVALIA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVL-CHAVE
               FILE STATUS IS WRK-FS-REAVAL.
           SELECT ADIANTAMENTOS ASSIGN TO 'ADIANTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-NUMERO
               ALTERNATE RECORD KEY IS ADT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-ADIANTA.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT DIARIO-EXPORT ASSIGN TO 'CTBEXP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXPORT.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  REAVALIACAO
           LABEL RECORD IS STANDARD.
           COPY RVLREG.
       FD  ADIANTAMENTOS
           LABEL RECORD IS STANDARD.
           COPY ADTREG.
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       FD  DIARIO-EXPORT
           LABEL RECORD IS STANDARD.
       01 EXP-LINHA.
           05 HDR-DATA-GERACAO      PIC 9(08).
           05 HDR-ANO               PIC 9(04).
           05 HDR-MES               PIC 9(02).
           05 HDR-EMPRESA           PIC 9(02).
       01 EXP-TRAILER.
           05 TRL-TIPO              PIC X(01).
           05 TRL-QTD-REGISTROS     PIC 9(06).
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-EXPORT    PIC X(02) VALUE '00'.
       77 WRK-FS-REAVAL    PIC X(02) VALUE '00'.
       77 WRK-EOF-REAVAL   PIC X(01) VALUE 'N'.
           88 FIM-REAVAL   VALUE 'S'.
       77 WRK-FS-ADIANTA   PIC X(02) VALUE '00'.
       77 WRK-EOF-ADIANTA  PIC X(01) VALUE 'N'.
           88 FIM-ADIANTA  VALUE 'S'.
       77 WRK-ESTORNO      PIC X(01) VALUE 'N'.
           88 LANCTO-ESTORNO VALUE 'S'.
       77 WRK-DIA-FIM-MES  PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(01) VALUE ZEROS.
       01 WRK-MES-ANTERIOR.
           05 WRK-ANT-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-ANT-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-MESES-VALORES.
           05 FILLER           PIC X(24) VALUE
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
       77 WRK-EOF-LEDGER   PIC X(01) VALUE 'N'.
           88 FIM-LEDGER   VALUE 'S'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-PERIODO-OK   PIC X(01) VALUE 'N'.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-CONTA-DEB    PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA-CRE    PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA-ESTORNO PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-LANCTO  PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM       PIC X(10) VALUE SPACES.
       77 WRK-DOCUMENTO    PIC 9(08) VALUE ZEROS.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-EOF-EMPRESA  PIC X(01) VALUE 'N'.
           88 FIM-EMPRESAS VALUE 'S'.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
           88 TODAS-EMPRESAS VALUE ZEROS.
       77 WRK-EMPRESA-DOC  PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-FILTRO PIC X(01) VALUE 'N'.
           88 EMPRESA-DO-FILTRO VALUE 'S'.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
                PERFORM 2000-EXPORTAR-VENDAS
                PERFORM 3000-EXPORTAR-MOVIMENTOS
                PERFORM 4000-EXPORTAR-FATURAMENTO
                PERFORM 4500-EXPORTAR-REAVALIACAO
                PERFORM 4700-EXPORTAR-ADIANTAMENTOS
            END-IF.
            PERFORM 5000-FINALIZAR.
            STOP RUN.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-EMPRESA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-PED-ANO = ZEROS OR WRK-PED-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-PED-ANO
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            PERFORM 1050-CONFERIR-PERIODOS.
            IF PERIODO-OK
                OPEN INPUT SALES-LEDGER
                OPEN INPUT CONTAS-A-RECEBER
                OPEN OUTPUT DIARIO-EXPORT
                PERFORM 1100-GRAVAR-HEADER
                MOVE 8 TO RETURN-CODE
            END-IF.

      *----------------------------------------------------------------
      * A EMPRESA VEM DO SYSIN DEPOIS DO MES: 00 E O DIARIO
      * CONSOLIDADO (MATRIZ E FILIAIS), QUE SO SAI COM O MES FECHADO
      * NA MATRIZ E EM TODAS AS FILIAIS ATIVAS; EMPRESA INFORMADA
      * CONFERE SO O PERIODO DELA.
      *----------------------------------------------------------------
       1050-CONFERIR-PERIODOS.
            MOVE 'S' TO WRK-PERIODO-OK.
            OPEN INPUT PERIODOS.
            IF TODAS-EMPRESAS
                MOVE 01 TO PER-EMPRESA
                PERFORM 1060-LER-PERIODO
                MOVE 'N' TO WRK-EOF-EMPRESA
                OPEN INPUT EMPRESAS
                IF WRK-FS-EMPRESA = '00'
                    PERFORM 1070-LER-EMPRESA
                    PERFORM 1080-CONFERIR-EMPRESA UNTIL FIM-EMPRESAS
                    CLOSE EMPRESAS
                END-IF
            ELSE
                MOVE WRK-EMPRESA TO PER-EMPRESA
                PERFORM 1060-LER-PERIODO
            END-IF.
            CLOSE PERIODOS.

       1060-LER-PERIODO.
            MOVE WRK-PED-ANO TO PER-ANO.
            MOVE WRK-PED-MES TO PER-MES.
            READ PERIODOS
                INVALID KEY
                    MOVE 'A' TO PER-STATUS
            END-READ.
            IF NOT PERIODO-FECHADO
                MOVE 'N' TO WRK-PERIODO-OK
                DISPLAY 'EMPRESA ' PER-EMPRESA ' COM O PERIODO ABERTO'
            END-IF.

       1070-LER-EMPRESA.
            READ EMPRESAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-EMPRESA
            END-READ.

       1080-CONFERIR-EMPRESA.
            IF EMPRESA-ATIVA AND EMC-CODIGO NOT = 01
                MOVE EMC-CODIGO TO PER-EMPRESA
                PERFORM 1060-LER-PERIODO
            END-IF.
            PERFORM 1070-LER-EMPRESA.

       1100-GRAVAR-HEADER.
            MOVE 'H' TO HDR-TIPO.
            MOVE WRK-DATA-HOJE TO HDR-DATA-GERACAO.
            MOVE WRK-PED-ANO TO HDR-ANO.
            MOVE WRK-PED-MES TO HDR-MES.
            MOVE WRK-EMPRESA TO HDR-EMPRESA.
            WRITE EXP-HEADER.

      *----------------------------------------------------------------
            END-IF.

       2100-LANCAR-VENDA.
            MOVE SEL-EMPRESA TO WRK-EMPRESA-DOC.
            PERFORM 9000-FILTRAR-EMPRESA.
            IF SEL-DATA-ANO = WRK-PED-ANO
                AND SEL-DATA-MES = WRK-PED-MES
                AND EMPRESA-DO-FILTRO
                MOVE SEL-DATA TO WRK-DATA-LANCTO
                MOVE SEL-VALOR TO WRK-VALOR
                MOVE 'VENDAS' TO WRK-ORIGEM
      * MOVIMENTOS DE CONTA DO MES - A ORIGEM DA LINHA DIZ A
      * CONTRAPARTIDA: BAIXA/BANCO E DINHEIRO ENTRANDO, JUROS E
      * ENCARGO SAO RECEITA FINANCEIRA, DESCONTO E DESPESA, PERDA VAI
      * PARA INCOBRAVEIS, CHEQUE DEVOLVIDO ESTORNA O CAIXA, VARIACAO
      * CAMBIAL REALIZADA NA BAIXA DE TITULO EM MOEDA ESTRANGEIRA VAI
      * PARA A RECEITA (GANHO) OU DESPESA (PERDA) CAMBIAL, CONSUMO DE
      * ADIANTAMENTO SAI DE ADIANTAMENTOS DE CLIENTES, REPASSE DA
      * ADQUIRENTE DE CARTAO ENTRA NO CAIXA E A TAXA DELA E DESPESA
      * (A VENDA DE LOJA TINHA IDO PARA A CONTA CORRENTE PELO
      * BRUTO), CHARGEBACK ESTORNA O CAIXA. O QUE
      * SOBRAR (AJUSTE MANUAL DO PROGCOB06 ETC) SEGUE SO O TIPO C/D
      * CONTRA CAIXA.
      *----------------------------------------------------------------
       3000-EXPORTAR-MOVIMENTOS.
            PERFORM 3020-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-PED-ANO BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'CTAMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 3030-LER-FONTE.

       3010-LER-MOVIMENTO.
            READ CONTA-MOVTOS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * CTAMOV.AAAA: LE OS DATADOS DESDE O ANO DO MES EXPORTADO E
      * DEPOIS O CORRENTE, COMO O CLIHISTQ FAZ COM O RAZAO.
      *----------------------------------------------------------------
       3020-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'CTAMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 3030-LER-FONTE.

       3030-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 3010-LER-MOVIMENTO
                PERFORM 3100-LANCAR-MOVIMENTO UNTIL FIM-MOVTOS
                CLOSE CONTA-MOVTOS
            END-IF.

       3100-LANCAR-MOVIMENTO.
            MOVE CTM-DATA TO WRK-DATA-MOV.
            IF CTM-EMPRESA = SPACES
                MOVE ZEROS TO WRK-EMPRESA-DOC
            ELSE
                MOVE CTM-EMPRESA TO WRK-EMPRESA-DOC
            END-IF.
            PERFORM 9000-FILTRAR-EMPRESA.
            IF WRK-MOV-ANO = WRK-PED-ANO
                AND WRK-MOV-MES = WRK-PED-MES
                AND NOT CTM-ABERTURA
                AND EMPRESA-DO-FILTRO
                MOVE CTM-DATA TO WRK-DATA-LANCTO
                MOVE CTM-VALOR TO WRK-VALOR
                MOVE CTM-ORIGEM TO WRK-ORIGEM
                    WHEN CTM-ORIGEM = 'PERDA'
                        MOVE 51010 TO WRK-CONTA-DEB
                        MOVE 11010 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'RECUPERA'
                        MOVE 11010 TO WRK-CONTA-DEB
                        MOVE 51010 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'CHQDEVOL'
                        MOVE 11010 TO WRK-CONTA-DEB
                        MOVE 11020 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'CAMBGANHO'
                        MOVE 11010 TO WRK-CONTA-DEB
                        MOVE 42020 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'CAMBPERDA'
                        MOVE 52010 TO WRK-CONTA-DEB
                        MOVE 11010 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'ADTCONSUMO'
                        MOVE 21010 TO WRK-CONTA-DEB
                        MOVE 11010 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'CARTAO'
                        MOVE 11020 TO WRK-CONTA-DEB
                        MOVE 11010 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'TAXACARTAO'
                        MOVE 53010 TO WRK-CONTA-DEB
                        MOVE 11010 TO WRK-CONTA-CRE
                    WHEN CTM-ORIGEM = 'CHARGEBACK'
                        MOVE 11010 TO WRK-CONTA-DEB
                        MOVE 11020 TO WRK-CONTA-CRE
                    WHEN CTM-CREDITO
                        MOVE 11020 TO WRK-CONTA-DEB
                        MOVE 11010 TO WRK-CONTA-CRE

      *----------------------------------------------------------------
      * FATURAMENTO DO MES - CADA TITULO EMITIDO NO MES (QUALQUER
      * STATUS: A BAIXA E A PERDA JA SAEM PELOS MOVIMENTOS ACIMA;
      * SO O TITULO CANCELADO COM A NOTA FICA DE FORA)
      * TRANSFERE O VALOR DA CONTA CORRENTE DO CLIENTE PARA
      * DUPLICATAS A RECEBER, COM A FATURA COMO DOCUMENTO.
      *----------------------------------------------------------------
       4000-EXPORTAR-FATURAMENTO.
            PERFORM 4010-LER-RECEBER.
            PERFORM 4100-LANCAR-TITULO UNTIL FIM-RECEBER.

       4010-LER-RECEBER.
            READ CONTAS-A-RECEBER NEXT RECORD

       4100-LANCAR-TITULO.
            MOVE RCB-DATA-EMISSAO TO WRK-DATA-MOV.
            MOVE RCB-EMPRESA TO WRK-EMPRESA-DOC.
            PERFORM 9000-FILTRAR-EMPRESA.
            IF WRK-MOV-ANO = WRK-PED-ANO
                AND WRK-MOV-MES = WRK-PED-MES
                AND NOT RECEB-CANCELADA
                AND EMPRESA-DO-FILTRO
                MOVE RCB-DATA-EMISSAO TO WRK-DATA-LANCTO
                MOVE RCB-VALOR TO WRK-VALOR
                MOVE 'FATURA' TO WRK-ORIGEM
            END-IF.
            PERFORM 4010-LER-RECEBER.

      *----------------------------------------------------------------
      * VARIACAO CAMBIAL NAO REALIZADA (REAVALIA, GRAVADO PELO
      * CAMBREAV): A REAVALIACAO DO MES E LANCADA NO ULTIMO DIA DO MES
      * CONTRA DUPLICATAS A RECEBER, E A DO MES ANTERIOR E ESTORNADA
      * NO DIA 1 - ASSIM O SALDO DAS DUPLICATAS FICA SEMPRE NA TAXA DO
      * ULTIMO FECHAMENTO E A VARIACAO REALIZADA NA BAIXA (CONTRA A
      * TAXA DA EMISSAO) NAO CONTA O MESMO GANHO DUAS VEZES.
      *----------------------------------------------------------------
       4500-EXPORTAR-REAVALIACAO.
            OPEN INPUT REAVALIACAO.
            IF WRK-FS-REAVAL = '00'
                MOVE WRK-PED-ANO TO WRK-ANT-ANO
                MOVE WRK-PED-MES TO WRK-ANT-MES
                IF WRK-ANT-MES = 01
                    MOVE 12 TO WRK-ANT-MES
                    SUBTRACT 1 FROM WRK-ANT-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-ANT-MES
                END-IF
                MOVE WRK-PED-ANO TO WRK-MOV-ANO
                MOVE WRK-PED-MES TO WRK-MOV-MES
                MOVE 01 TO WRK-MOV-DIA
                MOVE 'S' TO WRK-ESTORNO
                MOVE WRK-ANT-ANO TO RVL-ANO
                MOVE WRK-ANT-MES TO RVL-MES
                PERFORM 4510-LANCAR-MES
                PERFORM 4550-ULTIMO-DIA-MES
                MOVE 'N' TO WRK-ESTORNO
                MOVE WRK-PED-ANO TO RVL-ANO
                MOVE WRK-PED-MES TO RVL-MES
                PERFORM 4510-LANCAR-MES
                CLOSE REAVALIACAO
            END-IF.

       4510-LANCAR-MES.
            MOVE WRK-DATA-MOV TO WRK-DATA-LANCTO.
            MOVE 'N' TO WRK-EOF-REAVAL.
            MOVE ZEROS TO RVL-FATURA.
            START REAVALIACAO KEY IS NOT LESS THAN RVL-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-REAVAL
            END-START.
            IF NOT FIM-REAVAL
                PERFORM 4520-LER-REAVALIACAO
                PERFORM 4530-LANCAR-REAVALIACAO UNTIL FIM-REAVAL
            END-IF.

       4520-LER-REAVALIACAO.
            READ REAVALIACAO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-REAVAL
            END-READ.
            IF NOT FIM-REAVAL
                ADD 1 TO WRK-QTD-LIDOS
                IF (LANCTO-ESTORNO AND (RVL-ANO NOT = WRK-ANT-ANO
                    OR RVL-MES NOT = WRK-ANT-MES))
                    OR (NOT LANCTO-ESTORNO
                    AND (RVL-ANO NOT = WRK-PED-ANO
                    OR RVL-MES NOT = WRK-PED-MES))
                    MOVE 'S' TO WRK-EOF-REAVAL
                END-IF
            END-IF.

       4530-LANCAR-REAVALIACAO.
            MOVE 'S' TO WRK-EMPRESA-FILTRO.
            IF NOT TODAS-EMPRESAS
                MOVE RVL-FATURA TO RCB-FATURA
                READ CONTAS-A-RECEBER
                    INVALID KEY
                        MOVE ZEROS TO RCB-EMPRESA
                END-READ
                MOVE RCB-EMPRESA TO WRK-EMPRESA-DOC
                PERFORM 9000-FILTRAR-EMPRESA
            END-IF.
            IF RVL-VARIACAO NOT = ZEROS
                AND EMPRESA-DO-FILTRO
                MOVE RVL-FATURA TO WRK-DOCUMENTO
                IF RVL-VARIACAO > ZEROS
                    MOVE RVL-VARIACAO TO WRK-VALOR
                    MOVE 11015 TO WRK-CONTA-DEB
                    MOVE 42025 TO WRK-CONTA-CRE
                ELSE
                    COMPUTE WRK-VALOR = RVL-VARIACAO * -1
                    MOVE 52015 TO WRK-CONTA-DEB
                    MOVE 11015 TO WRK-CONTA-CRE
                END-IF
                IF LANCTO-ESTORNO
                    MOVE 'ESTREAVAL' TO WRK-ORIGEM
                    MOVE WRK-CONTA-DEB TO WRK-CONTA-ESTORNO
                    MOVE WRK-CONTA-CRE TO WRK-CONTA-DEB
                    MOVE WRK-CONTA-ESTORNO TO WRK-CONTA-CRE
                ELSE
                    MOVE 'REAVALIA' TO WRK-ORIGEM
                END-IF
                PERFORM 9100-GRAVAR-PARTIDA
            END-IF.
            PERFORM 4520-LER-REAVALIACAO.

      *----------------------------------------------------------------
      * ULTIMO DIA DO MES EXPORTADO, PELA TABELA DE DIAS DO MES COM
      * FEVEREIRO BISSEXTO (ANO DIVISIVEL POR 4), COMO NO FATURA.
      *----------------------------------------------------------------
       4550-ULTIMO-DIA-MES.
            MOVE WRK-MES-DIAS (WRK-PED-MES) TO WRK-DIA-FIM-MES.
            IF WRK-PED-MES = 02
                DIVIDE WRK-PED-ANO BY 4
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO
                IF WRK-ANO-RESTO = ZEROS
                    MOVE 29 TO WRK-DIA-FIM-MES
                END-IF
            END-IF.
            MOVE WRK-PED-ANO TO WRK-MOV-ANO.
            MOVE WRK-PED-MES TO WRK-MOV-MES.
            MOVE WRK-DIA-FIM-MES TO WRK-MOV-DIA.

      *----------------------------------------------------------------
      * ADIANTAMENTOS RECEBIDOS NO MES (ADIANTA, GRAVADO PELO
      * ADTMANU): O DINHEIRO ENTRA EM CAIXA CONTRA ADIANTAMENTOS DE
      * CLIENTES, NA DATA DO RECEBIMENTO, COM O NUMERO DO ADIANTAMENTO
      * COMO DOCUMENTO. O CONSUMO SAI PELOS MOVIMENTOS (ADTCONSUMO).
      *----------------------------------------------------------------
       4700-EXPORTAR-ADIANTAMENTOS.
            OPEN INPUT ADIANTAMENTOS.
            IF WRK-FS-ADIANTA = '00'
                PERFORM 4710-LER-ADIANTAMENTO
                PERFORM 4720-LANCAR-ADIANTAMENTO UNTIL FIM-ADIANTA
                CLOSE ADIANTAMENTOS
            END-IF.

       4710-LER-ADIANTAMENTO.
            READ ADIANTAMENTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-READ.
            IF NOT FIM-ADIANTA
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       4720-LANCAR-ADIANTAMENTO.
            MOVE ADT-DATA TO WRK-DATA-MOV.
            MOVE 01 TO WRK-EMPRESA-DOC.
            PERFORM 9000-FILTRAR-EMPRESA.
            IF WRK-MOV-ANO = WRK-PED-ANO
                AND WRK-MOV-MES = WRK-PED-MES
                AND EMPRESA-DO-FILTRO
                MOVE ADT-DATA TO WRK-DATA-LANCTO
                MOVE ADT-VALOR TO WRK-VALOR
                MOVE 'ADIANTA' TO WRK-ORIGEM
                MOVE ADT-NUMERO TO WRK-DOCUMENTO
                MOVE 11020 TO WRK-CONTA-DEB
                MOVE 21010 TO WRK-CONTA-CRE
                PERFORM 9100-GRAVAR-PARTIDA
            END-IF.
            PERFORM 4710-LER-ADIANTAMENTO.

      *----------------------------------------------------------------
      * DOCUMENTO SEM EMPRESA (GRAVADO ANTES DAS FILIAIS) E DA MATRIZ
      * 01. NO CONSOLIDADO (00) TODOS ENTRAM.
      *----------------------------------------------------------------
       9000-FILTRAR-EMPRESA.
            IF WRK-EMPRESA-DOC = ZEROS
                MOVE 01 TO WRK-EMPRESA-DOC
            END-IF.
            IF TODAS-EMPRESAS OR WRK-EMPRESA-DOC = WRK-EMPRESA
                MOVE 'S' TO WRK-EMPRESA-FILTRO
            ELSE
                MOVE 'N' TO WRK-EMPRESA-FILTRO
            END-IF.

      *----------------------------------------------------------------
      * PARTIDA DOBRADA - CADA LANCAMENTO VIRA DUAS LINHAS DE DETALHE
      * (PERNA DE DEBITO E PERNA DE CREDITO) COM O MESMO VALOR, DATA,

       5000-FINALIZAR.
            IF PERIODO-OK
                CLOSE CONTAS-A-RECEBER
                MOVE 'T' TO TRL-TIPO
                MOVE WRK-QTD-LINHAS TO TRL-QTD-REGISTROS
                MOVE WRK-TOT-DEBITOS TO TRL-TOTAL-DEBITOS
                WRITE EXP-TRAILER
                CLOSE DIARIO-EXPORT
                DISPLAY 'DIARIO CONTABIL DE ' WRK-PED-MES '/'
                    WRK-PED-ANO ' EMPRESA ' WRK-EMPRESA
                    ' GRAVADO EM CTBEXP.TXT'
                DISPLAY 'LINHAS DE LANCAMENTO: ' WRK-QTD-LINHAS
            END-IF.
            MOVE 'F' TO JBL-EVENTO.
