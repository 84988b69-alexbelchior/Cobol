      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: IMPORTACAO DO ARQUIVO DE RECEBIMENTOS PIX DO BANCO
      *          (LARGURA FIXA, HEADER/DETALHE/TRAILER COMO O RETORNO DO
      *          RECBANCO) - CADA PAGAMENTO E CASADO PELO TXID COM A
      *          COBRANCA PIX GERADA PELO PIXREMES (ARQUIVO PIXCOB) E
      *          COM O TITULO EM ABERTO DELA, O TITULO E BAIXADO, O
      *          CREDITO E LANCADO EM CLI-CONTA COM JUROS E MULTA DO
      *          ATRASO OU DESCONTO DA ANTECIPACAO NA MESMA REGRA DA
      *          BAIXA MANUAL (RECBAIXA) E DO RECBANCO, E OS PAGAMENTOS
      *          SEM CASAMENTO VAO PARA O RELATORIO DE EXCECOES
      *          PIXEXCEP.TXT.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXRET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-PIX ASSIGN TO 'PIXRET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT PIX-COBRANCAS ASSIGN TO 'PIXCOB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-TXID
               FILE STATUS IS WRK-FS-PIXCOB.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT CLI-CONTA ASSIGN TO 'CLICONTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CLIENTE
               FILE STATUS IS WRK-FS-CONTA.
           SELECT REL-EXCECAO ASSIGN TO 'PIXEXCEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEP.
           SELECT CONTA-MOVTOS ASSIGN TO 'CTAMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT PARAMETROS ASSIGN TO 'PARAMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-FS-PARAM.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-PIX
           LABEL RECORD IS STANDARD.
       01 RETORNO-REG.
           05 RET-TIPO             PIC 9(01).
               88 RET-HEADER       VALUE 0.
               88 RET-DETALHE      VALUE 1.
               88 RET-TRAILER      VALUE 9.
           05 RET-TXID             PIC X(35).
           05 RET-E2E              PIC X(32).
           05 RET-DATA-PAGTO       PIC 9(08).
           05 RET-VALOR-PAGO       PIC 9(08)V99.
           05 RET-PAGADOR          PIC X(14).
       FD  PIX-COBRANCAS
           LABEL RECORD IS STANDARD.
           COPY PXCREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  CLI-CONTA
           LABEL RECORD IS STANDARD.
       01 CONTA-REG.
           05 CTA-CLIENTE      PIC 9(06).
           05 CTA-SALDO        PIC S9(09)V99.
       FD  REL-EXCECAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       FD  CONTA-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY CTAMREG.
       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-PIXCOB    PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-CONTA     PIC X(02) VALUE '00'.
       77 WRK-FS-EXCEP     PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-PARAM     PIC X(02) VALUE '00'.
       77 WRK-EOF-RETORNO  PIC X(01) VALUE 'N'.
           88 FIM-RETORNO  VALUE 'S'.
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PARCIAIS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCECOES  PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-BAIXADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-EXCECAO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-MSG-ERRO      PIC X(30) VALUE SPACES.
       77 WRK-TAXA-JURO-DIA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-MULTA    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-DESCONTO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-PAGTO    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENC     PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-ENCARGO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       01 WRK-DATA-PAGTO-GRP.
           05 WRK-DATA-PAGTO   PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-PAGTO-ED REDEFINES WRK-DATA-PAGTO.
               10 WRK-PAGTO-ANO PIC 9(04).
               10 WRK-PAGTO-MES PIC 9(02).
               10 WRK-PAGTO-DIA PIC 9(02).
       01 WRK-DATA-VENC-GRP.
           05 WRK-DATA-VENC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-VENC-ED REDEFINES WRK-DATA-VENC.
               10 WRK-VENC-ANO  PIC 9(04).
               10 WRK-VENC-MES  PIC 9(02).
               10 WRK-VENC-DIA  PIC 9(02).
       01 REL-DETALHE.
           05 DET-TXID              PIC X(35).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-E2E               PIC X(32).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-DATA-PAGTO        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-VALOR             PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-MOTIVO            PIC X(30).
           COPY REPORTHD.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-RETORNO.
            PERFORM 2000-PROCESSAR UNTIL FIM-RETORNO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN INPUT RETORNO-PIX.
            OPEN I-O PIX-COBRANCAS.
            IF WRK-FS-PIXCOB = '35'
                CLOSE PIX-COBRANCAS
                OPEN OUTPUT PIX-COBRANCAS
                CLOSE PIX-COBRANCAS
                OPEN I-O PIX-COBRANCAS
            END-IF.
            OPEN I-O CONTAS-A-RECEBER.
            OPEN I-O CLI-CONTA.
            IF WRK-FS-CONTA = '35'
                CLOSE CLI-CONTA
                OPEN OUTPUT CLI-CONTA
                CLOSE CLI-CONTA
                OPEN I-O CLI-CONTA
            END-IF.
            OPEN OUTPUT REL-EXCECAO.
            OPEN EXTEND CONTA-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT CONTA-MOVTOS
            END-IF.
            OPEN I-O PARAMETROS.
            IF WRK-FS-PARAM = '35'
                CLOSE PARAMETROS
                OPEN OUTPUT PARAMETROS
                CLOSE PARAMETROS
                OPEN I-O PARAMETROS
            END-IF.
            PERFORM 1100-CARREGAR-TAXAS.
            PERFORM 1200-CABECALHO-EXCECAO.

      *----------------------------------------------------------------
      * AS MESMAS TAXAS DE ENCARGO E DESCONTO DA BAIXA MANUAL
      * (RECBAIXA), SEMEADAS COM O PADRAO NA PRIMEIRA EXECUCAO.
      *----------------------------------------------------------------
       1100-CARREGAR-TAXAS.
            MOVE 'JURODIA' TO PRM-CHAVE.
            READ PARAMETROS
                INVALID KEY
                    MOVE 'JURODIA' TO PRM-CHAVE
                    MOVE 0,10 TO PRM-VALOR
                    WRITE PARAMETRO-REG
            END-READ.
            MOVE PRM-VALOR TO WRK-TAXA-JURO-DIA.
            MOVE 'MULTAATR' TO PRM-CHAVE.
            READ PARAMETROS
                INVALID KEY
                    MOVE 'MULTAATR' TO PRM-CHAVE
                    MOVE 2,00 TO PRM-VALOR
                    WRITE PARAMETRO-REG
            END-READ.
            MOVE PRM-VALOR TO WRK-TAXA-MULTA.
            MOVE 'DESCANTC' TO PRM-CHAVE.
            READ PARAMETROS
                INVALID KEY
                    MOVE 'DESCANTC' TO PRM-CHAVE
                    MOVE 1,00 TO PRM-VALOR
                    WRITE PARAMETRO-REG
            END-READ.
            MOVE PRM-VALOR TO WRK-TAXA-DESCONTO.

       1200-CABECALHO-EXCECAO.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'RECEBIMENTOS PIX SEM BAIXA - EMISSAO '
                DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE 'TXID' TO REL-LINHA (1:4).
            MOVE 'FIM-A-FIM (E2E)' TO REL-LINHA (38:15).
            MOVE 'PAGAMENTO' TO REL-LINHA (72:9).
            MOVE 'VALOR' TO REL-LINHA (88:5).
            MOVE 'MOTIVO' TO REL-LINHA (95:6).
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:124).
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * SO AS LINHAS DE DETALHE (TIPO 1) CARREGAM PAGAMENTO; HEADER E
      * TRAILER DO ARQUIVO SAO IGNORADOS.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            IF RET-DETALHE
                ADD 1 TO WRK-QTD-LIDOS
                MOVE SPACES TO WRK-MSG-ERRO
                PERFORM 2100-CASAR-COBRANCA
                IF WRK-MSG-ERRO = SPACES
                    PERFORM 2200-BAIXAR-TITULO
                ELSE
                    PERFORM 2900-GRAVAR-EXCECAO
                END-IF
            END-IF.
            PERFORM 5010-LER-RETORNO.

      *----------------------------------------------------------------
      * O TXID ACHA A COBRANCA NO PIXCOB E ELA DIZ A FATURA. COBRANCA
      * JA PAGA, SUBSTITUIDA POR OUTRA (O SALDO MUDOU) OU BAIXADA E
      * TITULO QUE NAO ESTA MAIS EM ABERTO VIRAM EXCECAO PARA A
      * TESOURARIA DECIDIR - PODE SER PAGAMENTO EM DOBRO.
      *----------------------------------------------------------------
       2100-CASAR-COBRANCA.
            MOVE RET-TXID TO PXC-TXID.
            READ PIX-COBRANCAS
                INVALID KEY
                    MOVE 'TXID NAO ENCONTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN PIX-PAGA
                            MOVE 'COBRANCA PIX JA PAGA'
                                TO WRK-MSG-ERRO
                        WHEN PIX-SUBSTITUIDA
                            MOVE 'COBRANCA PIX SUBSTITUIDA'
                                TO WRK-MSG-ERRO
                        WHEN PIX-BAIXADA
                            MOVE 'COBRANCA PIX BAIXADA'
                                TO WRK-MSG-ERRO
                    END-EVALUATE
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2150-CASAR-TITULO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                AND RET-VALOR-PAGO = ZEROS
                MOVE 'VALOR PAGO ZERADO' TO WRK-MSG-ERRO
            END-IF.

       2150-CASAR-TITULO.
            MOVE PXC-FATURA TO RCB-FATURA.
            READ CONTAS-A-RECEBER
                INVALID KEY
                    MOVE 'FATURA NAO ENCONTRADA' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN RECEB-LIQUIDADA
                            MOVE 'FATURA JA LIQUIDADA' TO WRK-MSG-ERRO
                        WHEN RECEB-PERDA
                            MOVE 'TITULO BAIXADO PARA PERDA'
                                TO WRK-MSG-ERRO
                        WHEN RECEB-CANCELADA
                            MOVE 'TITULO CANCELADO COM A NOTA'
                                TO WRK-MSG-ERRO
                        WHEN RCB-PIX-TXID NOT = PXC-TXID
                            MOVE 'TXID NAO E O VIGENTE DO TITULO'
                                TO WRK-MSG-ERRO
                    END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * MESMA REGRA DO RECBANCO: ACUMULA O PAGO NO TITULO, LIQUIDA
      * QUANDO ALCANCA O VALOR, CREDITA O SALDO DO CLIENTE EM CLI-CONTA
      * E MARCA A COBRANCA PAGA COM O E2E DO PAGAMENTO. O PIX SO EXISTE
      * PARA TITULO EM REAIS - NAO HA CONVERSAO DE MOEDA.
      *----------------------------------------------------------------
       2200-BAIXAR-TITULO.
            MOVE RECEBER-REG TO TCA-ANTES.
            ADD RET-VALOR-PAGO TO RCB-VALOR-PAGO.
            IF RCB-VALOR-PAGO >= RCB-VALOR
                SET RECEB-LIQUIDADA TO TRUE
            END-IF.
            REWRITE RECEBER-REG
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR A BAIXA' TO WRK-MSG-ERRO
                    PERFORM 2900-GRAVAR-EXCECAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
                    PERFORM 2250-MARCAR-PAGA
                    PERFORM 2300-CREDITAR-CONTA
                    ADD RET-VALOR-PAGO TO WRK-TOTAL-BAIXADO
                    IF RECEB-LIQUIDADA
                        ADD 1 TO WRK-QTD-BAIXADOS
                    ELSE
                        ADD 1 TO WRK-QTD-PARCIAIS
                    END-IF
            END-REWRITE.

       2250-MARCAR-PAGA.
            MOVE 'P' TO PXC-SITUACAO.
            MOVE RET-DATA-PAGTO TO PXC-DATA-SITUACAO.
            MOVE RET-E2E TO PXC-E2E.
            REWRITE PIX-COBRANCA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR A COBRANCA PIX ' PXC-TXID
            END-REWRITE.

       2300-CREDITAR-CONTA.
            MOVE RCB-CLIENTE TO CTA-CLIENTE.
            READ CLI-CONTA
                INVALID KEY
                    MOVE RCB-CLIENTE TO CTA-CLIENTE
                    MOVE ZEROS TO CTA-SALDO
            END-READ.
            MOVE CONTA-REG TO TCA-ANTES.
            ADD RET-VALOR-PAGO TO CTA-SALDO.
            REWRITE CONTA-REG
                INVALID KEY
                    WRITE CONTA-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8930-CONTROLE-CONTA.
            PERFORM 2350-GRAVAR-MOVIMENTO.
            PERFORM 2500-APLICAR-ENCARGOS.

      *----------------------------------------------------------------
      * REGISTRA O CREDITO DO PIX EM CTAMOV.TXT (ORIGEM PIX, FORMA
      * TRANSFERENCIA).
      *----------------------------------------------------------------
       2350-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA    TO CTM-DATA.
            MOVE WRK-DH-HORA    TO CTM-HORA.
            MOVE 'PIXRET'       TO CTM-USUARIO.
            MOVE RCB-CLIENTE    TO CTM-CLIENTE.
            MOVE 'C'            TO CTM-TIPO.
            MOVE RET-VALOR-PAGO TO CTM-VALOR.
            IF CTA-SALDO < 0
                MOVE '-' TO CTM-SALDO-SINAL
                COMPUTE CTM-SALDO = CTA-SALDO * -1
            ELSE
                MOVE '+' TO CTM-SALDO-SINAL
                MOVE CTA-SALDO TO CTM-SALDO
            END-IF.
            MOVE 'PIX'          TO CTM-ORIGEM.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE 'T'            TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

      *----------------------------------------------------------------
      * COMPARA A DATA DO PAGAMENTO COM O VENCIMENTO (DIAS PELO
      * CALENDARIO COMERCIAL 360/30, COMO NO AGING): ATRASO GERA MULTA
      * FIXA MAIS JUROS POR DIA DEBITADOS NA CONTA DO CLIENTE;
      * LIQUIDACAO ANTECIPADA GANHA O DESCONTO CREDITADO. CADA AJUSTE
      * SAI COM LINHA PROPRIA EM CTAMOV.TXT - A REGRA DO RECBAIXA.
      *----------------------------------------------------------------
       2500-APLICAR-ENCARGOS.
            MOVE RET-DATA-PAGTO TO WRK-DATA-PAGTO.
            MOVE RCB-DATA-VENCIMENTO TO WRK-DATA-VENC.
            COMPUTE WRK-DIAS-PAGTO = (WRK-PAGTO-ANO * 360)
                + (WRK-PAGTO-MES * 30) + WRK-PAGTO-DIA.
            COMPUTE WRK-DIAS-VENC = (WRK-VENC-ANO * 360)
                + (WRK-VENC-MES * 30) + WRK-VENC-DIA.
            COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-PAGTO - WRK-DIAS-VENC.
            IF WRK-DIAS-ATRASO > ZEROS
                COMPUTE WRK-VALOR-ENCARGO = RET-VALOR-PAGO
                    * (WRK-TAXA-MULTA
                    + (WRK-DIAS-ATRASO * WRK-TAXA-JURO-DIA)) / 100
                IF WRK-VALOR-ENCARGO > ZEROS
                    PERFORM 2510-DEBITAR-ENCARGO
                END-IF
            ELSE
                IF WRK-DIAS-ATRASO < ZEROS
                    AND RECEB-LIQUIDADA
                    COMPUTE WRK-VALOR-DESCONTO = RET-VALOR-PAGO
                        * WRK-TAXA-DESCONTO / 100
                    IF WRK-VALOR-DESCONTO > ZEROS
                        PERFORM 2520-CREDITAR-DESCONTO
                    END-IF
                END-IF
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
            MOVE 'D'               TO CTM-TIPO.
            MOVE WRK-VALOR-ENCARGO TO CTM-VALOR.
            MOVE 'ENCARGO'         TO CTM-ORIGEM.
            PERFORM 2550-GRAVAR-MOV-AJUSTE.

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
            MOVE 'C'                 TO CTM-TIPO.
            MOVE WRK-VALOR-DESCONTO  TO CTM-VALOR.
            MOVE 'DESCONTO'          TO CTM-ORIGEM.
            PERFORM 2550-GRAVAR-MOV-AJUSTE.

       2550-GRAVAR-MOV-AJUSTE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA    TO CTM-DATA.
            MOVE WRK-DH-HORA    TO CTM-HORA.
            MOVE 'PIXRET'       TO CTM-USUARIO.
            MOVE RCB-CLIENTE    TO CTM-CLIENTE.
            IF CTA-SALDO < 0
                MOVE '-' TO CTM-SALDO-SINAL
                COMPUTE CTM-SALDO = CTA-SALDO * -1
            ELSE
                MOVE '+' TO CTM-SALDO-SINAL
                MOVE CTA-SALDO TO CTM-SALDO
            END-IF.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

       2900-GRAVAR-EXCECAO.
            MOVE RET-TXID       TO DET-TXID.
            MOVE RET-E2E        TO DET-E2E.
            MOVE RET-DATA-PAGTO TO DET-DATA-PAGTO.
            MOVE RET-VALOR-PAGO TO DET-VALOR.
            MOVE WRK-MSG-ERRO   TO DET-MOTIVO.
            MOVE REL-DETALHE    TO REL-LINHA.
            WRITE REL-LINHA.
            ADD 1 TO WRK-QTD-EXCECOES.
            ADD RET-VALOR-PAGO TO WRK-TOTAL-EXCECAO.

       5010-LER-RETORNO.
            READ RETORNO-PIX
                AT END
                    MOVE 'S' TO WRK-EOF-RETORNO
            END-READ.

       3000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:124).
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-EXCECAO TO RPT-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'RECEBIMENTOS EM EXCECAO: ' DELIMITED SIZE
                WRK-QTD-EXCECOES DELIMITED SIZE
                '   VALOR: ' DELIMITED SIZE
                RPT-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE RETORNO-PIX.
            CLOSE PIX-COBRANCAS.
            CLOSE CONTAS-A-RECEBER.
            CLOSE CLI-CONTA.
            CLOSE REL-EXCECAO.
            CLOSE CONTA-MOVTOS.
            CLOSE PARAMETROS.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'RECEBIMENTOS PIX - RESUMO DA EXECUCAO'.
            DISPLAY 'PAGAMENTOS LIDOS.......: ' WRK-QTD-LIDOS.
            DISPLAY 'TITULOS LIQUIDADOS.....: ' WRK-QTD-BAIXADOS.
            DISPLAY 'BAIXAS PARCIAIS........: ' WRK-QTD-PARCIAIS.
            DISPLAY 'PAGAMENTOS EM EXCECAO..: ' WRK-QTD-EXCECOES.
            DISPLAY 'VALOR TOTAL BAIXADO....: ' WRK-TOTAL-BAIXADO.
            DISPLAY 'EXCECOES GRAVADAS EM PIXEXCEP.TXT'.
            DISPLAY '-------------------------------------------'.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'PIXRET' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8930-CONTROLE-CONTA.
            MOVE 'CLICONTA' TO TCA-ARQUIVO.
            MOVE 'PIXRET' TO TCA-PROGRAMA.
            MOVE CONTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM PIXRET.
