      *                 cheque pre-datado entram na custodia de
      *                 cheques (ARQUIVO CHEQUES, BANCO+NUMERO, COM
      *                 BOM-PARA E FATURA) - A GAVETA SAI DO CADERNO.
      * 15/10/2026 ABM  Titulo cancelado junto com a nota (NOTACANC) e
      *                 recusado na baixa, como o titulo em perda.
      * 15/10/2026 ABM  Titulo em moeda estrangeira e baixado pelo valor
      *                 na moeda, convertido pela taxa do dia (CAMBIO);
      *                 a diferenca para a taxa da emissao e lancada
      *                 como variacao cambial realizada
      *                 (CAMBGANHO/CAMBPERDA) na conta do cliente e em
      *                 CTAMOV.TXT.
      * 15/10/2026 ABM  Titulo em reais pode ser liquidado, total ou
      *                 parcialmente, com o adiantamento do cliente
      *                 (ADIANTA, do ADTMANU); o consumo credita a conta
      *                 com origem ADTCONSUMO em CTAMOV.TXT e abate os
      *                 adiantamentos do mais antigo para o mais novo.
      * 15/10/2026 ABM  Atualiza os totais de controle do CONTASR e do
      *                 CLICONTA (rotina TOTCTL) a cada gravacao da
      *                 baixa.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT gravada com a empresa do
      *                 titulo (RCB-EMPRESA) em CTM-EMPRESA.
      * 15/10/2026 ABM  Titulo de empresa a que o usuario nao tem acesso
      *                 (rotina EMPCHK) e recusado na baixa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBAIXA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WRK-FS-CHEQUE.
           SELECT CAMBIO-TABELA ASSIGN TO 'CAMBIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WRK-FS-CAMBIO.
           SELECT ADIANTAMENTOS ASSIGN TO 'ADIANTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-NUMERO
               ALTERNATE RECORD KEY IS ADT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-ADIANTA.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-RECEBER
       FD  CHEQUES-CUSTODIA
           LABEL RECORD IS STANDARD.
           COPY CHEQREG.
       FD  CAMBIO-TABELA
           LABEL RECORD IS STANDARD.
           COPY CAMBREG.
       FD  ADIANTAMENTOS
           LABEL RECORD IS STANDARD.
           COPY ADTREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-CONTA     PIC X(02) VALUE '00'.
       77 WRK-DIAS-VENC    PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-ENCARGO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FS-CAMBIO    PIC X(02) VALUE '00'.
       77 WRK-TAXA-DIA     PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-VALOR-MOEDA  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ABERTO-MOEDA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-BAIXADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-VARIACAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FS-ADIANTA   PIC X(02) VALUE '00'.
       77 WRK-EOF-ADIANTA  PIC X(01) VALUE 'N'.
           88 FIM-ADIANTA  VALUE 'S'.
       77 WRK-SALDO-ADIANT PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-CONSUMO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RESTO-CONSUMO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-USADO  PIC 9(08)V99 VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY TRVREG.
           COPY JRNREG.
           COPY SESREG.
           COPY TCAREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'RECBAIXA' TO TRV-PROGRAMA.
                CLOSE CHEQUES-CUSTODIA
                OPEN I-O CHEQUES-CUSTODIA
            END-IF.
            OPEN INPUT CAMBIO-TABELA.
            IF WRK-FS-CAMBIO = '35'
                CLOSE CAMBIO-TABELA
                OPEN OUTPUT CAMBIO-TABELA
                CLOSE CAMBIO-TABELA
                OPEN INPUT CAMBIO-TABELA
            END-IF.
            OPEN I-O ADIANTAMENTOS.
            IF WRK-FS-ADIANTA = '35'
                CLOSE ADIANTAMENTOS
                OPEN OUTPUT ADIANTAMENTOS
                CLOSE ADIANTAMENTOS
                OPEN I-O ADIANTAMENTOS
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
                        MOVE 'TITULO BAIXADO PARA PERDA'
                            TO WRK-MSG-ERRO
                    END-IF
                    IF RECEB-CANCELADA
                        MOVE 'TITULO CANCELADO COM A NOTA'
                            TO WRK-MSG-ERRO
                    END-IF
                    IF WRK-MSG-ERRO = SPACES
                        PERFORM 2050-CONFERIR-EMPRESA
                    END-IF
            END-READ.
            EVALUATE TRUE
                WHEN WRK-MSG-ERRO NOT = SPACES
                    DISPLAY WRK-MSG-ERRO
                WHEN RECEB-EM-REAIS
                    PERFORM 2100-RECEBER-VALOR
                WHEN OTHER
                    PERFORM 2600-RECEBER-MOEDA
            END-EVALUATE.

      *----------------------------------------------------------------
      * O TITULO E DA EMPRESA RCB-EMPRESA (ZEROS = 01) - O USUARIO TEM
      * QUE TER ACESSO A ELA (ROTINA COMUM EMPCHK).
      *----------------------------------------------------------------
       2050-CONFERIR-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE RCB-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-NEGADA
                MOVE EMK-MOTIVO TO WRK-MSG-ERRO
            END-IF.

       2100-RECEBER-VALOR.
            END-IF.
            DISPLAY 'VENCIMENTO......: ' RCB-DATA-VENCIMENTO.
            DISPLAY 'VALOR EM ABERTO.: ' WRK-VALOR-ABERTO.
            PERFORM 2800-OFERECER-ADIANTAMENTO.
            IF RECEB-LIQUIDADA
                DISPLAY 'TITULO LIQUIDADO COM ADIANTAMENTO'
            ELSE
                PERFORM 2110-RECEBER-DINHEIRO
            END-IF.

       2110-RECEBER-DINHEIRO.
            DISPLAY 'VALOR RECEBIDO.. '.
            ACCEPT WRK-VALOR-RECEBIDO.
            MOVE WRK-VALOR-RECEBIDO TO WRK-VALOR-BAIXADO.
            MOVE WRK-VALOR-RECEBIDO TO WRK-VALOR-MOEDA.
            MOVE ZEROS TO WRK-VARIACAO.
            IF WRK-VALOR-RECEBIDO = ZEROS
                IF WRK-VALOR-CONSUMO > ZEROS
                    DISPLAY 'SEM RECEBIMENTO ALEM DO ADIANTAMENTO - '
                        'RESIDUAL EM ABERTO: ' WRK-VALOR-ABERTO
                ELSE
                    DISPLAY 'NENHUM VALOR RECEBIDO - BAIXA CANCELADA'
                END-IF
            ELSE
                IF WRK-VALOR-RECEBIDO > WRK-VALOR-ABERTO
                    DISPLAY 'VALOR MAIOR QUE O SALDO DO TITULO - '

      *----------------------------------------------------------------
      * BAIXA PARCIAL SO ACUMULA O VALOR PAGO E DEIXA O TITULO EM
      * ABERTO; QUANDO O PAGO ALCANCA O VALOR DO TITULO, LIQUIDA. O
      * TITULO ABATE O VALOR BAIXADO (EM REAIS A TAXA DA EMISSAO) E O
      * CLIENTE RECEBE O CREDITO DO DINHEIRO QUE ENTROU; A DIFERENCA
      * E A VARIACAO CAMBIAL (2700). EM TITULO EM REAIS OS DOIS SAO O
      * MESMO VALOR.
      *----------------------------------------------------------------
       2200-GRAVAR-BAIXA.
            MOVE RECEBER-REG TO TCA-ANTES.
            ADD WRK-VALOR-BAIXADO TO RCB-VALOR-PAGO.
            ADD WRK-VALOR-MOEDA TO RCB-PAGO-MOEDA.
            IF RCB-VALOR-PAGO >= RCB-VALOR
                SET RECEB-LIQUIDADA TO TRUE
            END-IF.
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A BAIXA DO TITULO'
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
                    PERFORM 2950-JORNAL-TITULO
                    PERFORM 2300-CREDITAR-CONTA
                    PERFORM 2500-APLICAR-ENCARGOS
                    IF WRK-VARIACAO NOT = ZEROS
                        PERFORM 2700-LANCAR-VARIACAO
                    END-IF
                    IF RECEB-LIQUIDADA
                        DISPLAY 'TITULO LIQUIDADO'
                    ELSE
                    END-IF
            END-REWRITE.

      *----------------------------------------------------------------
      * TITULO EM MOEDA ESTRANGEIRA (MARCADO PELO PROGCOB05 NA NOTA EM
      * USD): O OPERADOR INFORMA O VALOR RECEBIDO NA MOEDA, QUE ENTRA
      * EM REAIS PELA TAXA DE HOJE DA TABELA CAMBIO. O TITULO ABATE O
      * MESMO VALOR NA MOEDA CONVERTIDO PELA TAXA DA EMISSAO (NA
      * LIQUIDACAO, TODO O RESIDUAL EM REAIS, PARA NAO SOBRAR
      * CENTAVO DE ARREDONDAMENTO). O RECEBIMENTO E SEMPRE POR
      * TRANSFERENCIA (CONTRATO DE CAMBIO) - NAO HA CHEQUE EM MOEDA.
      * SEM TAXA DE HOJE CADASTRADA NAO HA BAIXA.
      *----------------------------------------------------------------
       2600-RECEBER-MOEDA.
            COMPUTE WRK-ABERTO-MOEDA = RCB-VALOR-MOEDA - RCB-PAGO-MOEDA.
            COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO.
            DISPLAY 'CLIENTE.........: ' RCB-CLIENTE.
            DISPLAY 'PEDIDO..........: ' RCB-PEDIDO.
            IF RCB-QTD-PARCELAS > 1
                DISPLAY 'PARCELA.........: ' RCB-PARCELA ' DE '
                    RCB-QTD-PARCELAS
            END-IF.
            DISPLAY 'VENCIMENTO......: ' RCB-DATA-VENCIMENTO.
            DISPLAY 'MOEDA DO TITULO.: ' RCB-MOEDA ' - TAXA DA '
                'EMISSAO ' RCB-TAXA.
            DISPLAY 'ABERTO NA MOEDA.: ' WRK-ABERTO-MOEDA.
            DISPLAY 'ABERTO EM REAIS.: ' WRK-VALOR-ABERTO.
            MOVE RCB-MOEDA TO CAM-MOEDA.
            ACCEPT CAM-DATA FROM DATE YYYYMMDD.
            READ CAMBIO-TABELA
                INVALID KEY
                    MOVE ZEROS TO WRK-TAXA-DIA
                NOT INVALID KEY
                    MOVE CAM-TAXA TO WRK-TAXA-DIA
            END-READ.
            IF WRK-TAXA-DIA = ZEROS
                DISPLAY 'SEM TAXA DE CAMBIO DE ' RCB-MOEDA
                    ' PARA HOJE - BAIXA CANCELADA'
            ELSE
                DISPLAY 'TAXA DE HOJE....: ' WRK-TAXA-DIA
                DISPLAY 'VALOR RECEBIDO NA MOEDA.. '
                ACCEPT WRK-VALOR-MOEDA
                EVALUATE TRUE
                    WHEN WRK-VALOR-MOEDA = ZEROS
                        DISPLAY 'NENHUM VALOR RECEBIDO - BAIXA '
                            'CANCELADA'
                    WHEN WRK-VALOR-MOEDA > WRK-ABERTO-MOEDA
                        DISPLAY 'VALOR MAIOR QUE O SALDO DO TITULO - '
                            'BAIXA CANCELADA'
                    WHEN OTHER
                        PERFORM 2610-CONVERTER-MOEDA
                        PERFORM 2200-GRAVAR-BAIXA
                END-EVALUATE
            END-IF.

       2610-CONVERTER-MOEDA.
            MOVE 'T' TO WRK-FORMA-PAGTO.
            COMPUTE WRK-VALOR-RECEBIDO ROUNDED =
                WRK-VALOR-MOEDA * WRK-TAXA-DIA.
            IF WRK-VALOR-MOEDA = WRK-ABERTO-MOEDA
                MOVE WRK-VALOR-ABERTO TO WRK-VALOR-BAIXADO
            ELSE
                COMPUTE WRK-VALOR-BAIXADO ROUNDED =
                    WRK-VALOR-MOEDA * RCB-TAXA
                IF WRK-VALOR-BAIXADO > WRK-VALOR-ABERTO
                    MOVE WRK-VALOR-ABERTO TO WRK-VALOR-BAIXADO
                END-IF
            END-IF.
            COMPUTE WRK-VARIACAO =
                WRK-VALOR-RECEBIDO - WRK-VALOR-BAIXADO.
            DISPLAY 'RECEBIDO EM REAIS.......: ' WRK-VALOR-RECEBIDO.
            DISPLAY 'BAIXADO DO TITULO.......: ' WRK-VALOR-BAIXADO.

      *----------------------------------------------------------------
      * VARIACAO CAMBIAL REALIZADA: O CLIENTE FOI CREDITADO PELO
      * DINHEIRO QUE ENTROU, MAS SO DEVIA O VALOR BAIXADO DO TITULO.
      * GANHO (TAXA DE HOJE MAIOR) DEBITA A DIFERENCA NA CONTA DO
      * CLIENTE COM ORIGEM CAMBGANHO; PERDA CREDITA COM ORIGEM
      * CAMBPERDA. O CTBEXP LEVA AS DUAS AO DIARIO CONTABIL.
      *----------------------------------------------------------------
       2700-LANCAR-VARIACAO.
            MOVE CONTA-REG TO TCA-ANTES.
            IF WRK-VARIACAO > ZEROS
                MOVE WRK-VARIACAO TO WRK-VALOR-VARIACAO
                SUBTRACT WRK-VALOR-VARIACAO FROM CTA-SALDO
                MOVE 'D'         TO CTM-TIPO
                MOVE 'CAMBGANHO' TO CTM-ORIGEM
                DISPLAY 'VARIACAO CAMBIAL REALIZADA - GANHO: '
                    WRK-VALOR-VARIACAO
            ELSE
                COMPUTE WRK-VALOR-VARIACAO = WRK-VARIACAO * -1
                ADD WRK-VALOR-VARIACAO TO CTA-SALDO
                MOVE 'C'         TO CTM-TIPO
                MOVE 'CAMBPERDA' TO CTM-ORIGEM
                DISPLAY 'VARIACAO CAMBIAL REALIZADA - PERDA: '
                    WRK-VALOR-VARIACAO
            END-IF.
            REWRITE CONTA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO LANCAR VARIACAO CAMBIAL DO '
                        'CLIENTE ' CTA-CLIENTE
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8930-CONTROLE-CONTA
            END-REWRITE.
            PERFORM 2960-JORNAL-CONTA.
            MOVE WRK-VALOR-VARIACAO TO CTM-VALOR.
            PERFORM 2550-GRAVAR-MOV-AJUSTE.

      *----------------------------------------------------------------
      * ADIANTAMENTO DO CLIENTE (ADTMANU): SE HA SALDO A CONSUMIR, O
      * OPERADOR INFORMA QUANTO USAR NESTE TITULO (ZERO = NADA). O
      * TITULO ABATE O VALOR, O CLIENTE E CREDITADO COM ORIGEM
      * ADTCONSUMO EM CTAMOV.TXT (O CTBEXP TIRA DE ADIANTAMENTOS DE
      * CLIENTES) E OS ADIANTAMENTOS SAO CONSUMIDOS DO MAIS ANTIGO
      * PARA O MAIS NOVO. O DINHEIRO JA ESTAVA EM CASA ANTES DO
      * VENCIMENTO, ENTAO A PARTE CONSUMIDA NAO GERA ENCARGO NEM
      * DESCONTO. O RESIDUAL, SE HOUVER, SEGUE A BAIXA NORMAL.
      *----------------------------------------------------------------
       2800-OFERECER-ADIANTAMENTO.
            MOVE ZEROS TO WRK-VALOR-CONSUMO.
            MOVE ZEROS TO WRK-SALDO-ADIANT.
            PERFORM 2810-POSICIONAR-ADIANTAMENTO.
            IF NOT FIM-ADIANTA
                PERFORM 2820-LER-ADIANTAMENTO
                PERFORM 2825-SOMAR-ADIANTAMENTO UNTIL FIM-ADIANTA
            END-IF.
            IF WRK-SALDO-ADIANT > ZEROS
                DISPLAY 'ADIANTAMENTO DISPONIVEL: ' WRK-SALDO-ADIANT
                DISPLAY 'VALOR A CONSUMIR DO ADIANTAMENTO '
                    '(ZERO = NAO CONSUMIR).. '
                ACCEPT WRK-VALOR-CONSUMO
                EVALUATE TRUE
                    WHEN WRK-VALOR-CONSUMO = ZEROS
                        CONTINUE
                    WHEN WRK-VALOR-CONSUMO > WRK-SALDO-ADIANT
                        DISPLAY 'VALOR MAIOR QUE O ADIANTAMENTO - '
                            'NADA CONSUMIDO'
                        MOVE ZEROS TO WRK-VALOR-CONSUMO
                    WHEN WRK-VALOR-CONSUMO > WRK-VALOR-ABERTO
                        DISPLAY 'VALOR MAIOR QUE O SALDO DO TITULO - '
                            'NADA CONSUMIDO'
                        MOVE ZEROS TO WRK-VALOR-CONSUMO
                    WHEN OTHER
                        PERFORM 2830-CONSUMIR-ADIANTAMENTO
                END-EVALUATE
            END-IF.

       2810-POSICIONAR-ADIANTAMENTO.
            MOVE 'N' TO WRK-EOF-ADIANTA.
            MOVE RCB-CLIENTE TO ADT-CLIENTE.
            START ADIANTAMENTOS KEY IS EQUAL ADT-CLIENTE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-START.

       2820-LER-ADIANTAMENTO.
            READ ADIANTAMENTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-READ.
            IF NOT FIM-ADIANTA
                AND ADT-CLIENTE NOT = RCB-CLIENTE
                MOVE 'S' TO WRK-EOF-ADIANTA
            END-IF.

       2825-SOMAR-ADIANTAMENTO.
            IF ADIANT-ABERTO
                ADD ADT-SALDO TO WRK-SALDO-ADIANT
            END-IF.
            PERFORM 2820-LER-ADIANTAMENTO.

       2830-CONSUMIR-ADIANTAMENTO.
            MOVE RECEBER-REG TO TCA-ANTES.
            ADD WRK-VALOR-CONSUMO TO RCB-VALOR-PAGO.
            ADD WRK-VALOR-CONSUMO TO RCB-PAGO-MOEDA.
            IF RCB-VALOR-PAGO >= RCB-VALOR
                SET RECEB-LIQUIDADA TO TRUE
            END-IF.
            REWRITE RECEBER-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A BAIXA DO TITULO'
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
            END-REWRITE.
            PERFORM 2950-JORNAL-TITULO.
            MOVE RCB-CLIENTE TO CTA-CLIENTE.
            READ CLI-CONTA
                INVALID KEY
                    MOVE RCB-CLIENTE TO CTA-CLIENTE
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            MOVE CONTA-REG TO TCA-ANTES.
            ADD WRK-VALOR-CONSUMO TO CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    WRITE CONTA-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8930-CONTROLE-CONTA.
            PERFORM 2960-JORNAL-CONTA.
            MOVE 'C'                TO CTM-TIPO.
            MOVE WRK-VALOR-CONSUMO  TO CTM-VALOR.
            MOVE 'ADTCONSUMO'       TO CTM-ORIGEM.
            PERFORM 2550-GRAVAR-MOV-AJUSTE.
            MOVE WRK-VALOR-CONSUMO TO WRK-RESTO-CONSUMO.
            PERFORM 2810-POSICIONAR-ADIANTAMENTO.
            IF NOT FIM-ADIANTA
                PERFORM 2820-LER-ADIANTAMENTO
                PERFORM 2840-ABATER-ADIANTAMENTO
                    UNTIL FIM-ADIANTA
                    OR WRK-RESTO-CONSUMO = ZEROS
            END-IF.
            COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO.
            DISPLAY 'ADIANTAMENTO CONSUMIDO: ' WRK-VALOR-CONSUMO
                ' - RESIDUAL DO TITULO: ' WRK-VALOR-ABERTO.

       2840-ABATER-ADIANTAMENTO.
            IF ADIANT-ABERTO
                IF ADT-SALDO > WRK-RESTO-CONSUMO
                    MOVE WRK-RESTO-CONSUMO TO WRK-VALOR-USADO
                ELSE
                    MOVE ADT-SALDO TO WRK-VALOR-USADO
                END-IF
                SUBTRACT WRK-VALOR-USADO FROM ADT-SALDO
                SUBTRACT WRK-VALOR-USADO FROM WRK-RESTO-CONSUMO
                IF ADT-SALDO = ZEROS
                    SET ADIANT-CONSUMIDO TO TRUE
                END-IF
                ACCEPT ADT-DATA-ULT-USO FROM DATE YYYYMMDD
                MOVE RCB-FATURA TO ADT-ULT-FATURA
                REWRITE ADIANTA-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO ABATER O ADIANTAMENTO '
                            ADT-NUMERO
                END-REWRITE
            END-IF.
            IF WRK-RESTO-CONSUMO > ZEROS
                PERFORM 2820-LER-ADIANTAMENTO
            END-IF.

      *----------------------------------------------------------------
      * COMPARA A DATA DO PAGAMENTO COM O VENCIMENTO (DIAS PELO
      * CALENDARIO COMERCIAL 360/30, COMO NO AGING): PAGO EM ATRASO
            END-IF.

       2510-DEBITAR-ENCARGO.
            MOVE CONTA-REG TO TCA-ANTES.
            SUBTRACT WRK-VALOR-ENCARGO FROM CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO DEBITAR ENCARGO DO CLIENTE '
                        CTA-CLIENTE
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8930-CONTROLE-CONTA
            END-REWRITE.
            PERFORM 2960-JORNAL-CONTA.
            MOVE 'D'               TO CTM-TIPO.
                'ENCARGOS DEBITADOS: ' WRK-VALOR-ENCARGO.

       2520-CREDITAR-DESCONTO.
            MOVE CONTA-REG TO TCA-ANTES.
            ADD WRK-VALOR-DESCONTO TO CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO CREDITAR DESCONTO DO CLIENTE '
                        CTA-CLIENTE
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8930-CONTROLE-CONTA
            END-REWRITE.
            PERFORM 2960-JORNAL-CONTA.
            MOVE 'C'                 TO CTM-TIPO.
            END-IF.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

      *----------------------------------------------------------------
                    MOVE RCB-CLIENTE TO CTA-CLIENTE
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            MOVE CONTA-REG TO TCA-ANTES.
            ADD WRK-VALOR-RECEBIDO TO CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    WRITE CONTA-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8930-CONTROLE-CONTA.
            PERFORM 2960-JORNAL-CONTA.
            MOVE CTA-SALDO TO WRK-RESUL-ED.
            DISPLAY 'SALDO ATUALIZADO DO CLIENTE: ' WRK-RESUL-ED.
            MOVE 'BAIXA'        TO CTM-ORIGEM.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE WRK-FORMA-PAGTO TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

       3000-FINALIZAR.
            CLOSE CONTA-MOVTOS.
            CLOSE PARAMETROS.
            CLOSE CHEQUES-CUSTODIA.
            CLOSE CAMBIO-TABELA.
            CLOSE ADIANTAMENTOS.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'RECBAIXA' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8930-CONTROLE-CONTA.
            MOVE 'CLICONTA' TO TCA-ARQUIVO.
            MOVE 'RECBAIXA' TO TCA-PROGRAMA.
            MOVE CONTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM RECBAIXA.
