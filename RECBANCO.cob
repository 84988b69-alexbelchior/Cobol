      * 02/09/2026 ABM  Titulo com status PERDA (RECPERDA) passou a
      *                 ser recusado - a perda ja foi lancada em
      *                 CTAMOV e o retorno sobre ela vira excecao.
      * 15/10/2026 ABM  Retorno sobre titulo cancelado junto com a nota
      *                 (NOTACANC) vira excecao, como o titulo em perda.
      * 15/10/2026 ABM  Pagamento de titulo em moeda estrangeira e
      *                 convertido para a moeda pela taxa da data do
      *                 pagamento (CAMBIO); a diferenca para a taxa da
      *                 emissao e lancada como variacao cambial
      *                 realizada (CAMBGANHO/CAMBPERDA), como na baixa
      *                 manual.
      * 15/10/2026 ABM  Atualiza os totais de controle do CONTASR e do
      *                 CLICONTA (rotina TOTCTL) a cada gravacao da
      *                 baixa bancaria.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT gravada com a empresa do
      *                 titulo (RCB-EMPRESA) em CTM-EMPRESA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBANCO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-FS-PARAM.
           SELECT CAMBIO-TABELA ASSIGN TO 'CAMBIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WRK-FS-CAMBIO.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-BANCO
       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARMREG.
       FD  CAMBIO-TABELA
           LABEL RECORD IS STANDARD.
           COPY CAMBREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-DIAS-VENC     PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-ENCARGO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FS-CAMBIO     PIC X(02) VALUE '00'.
       77 WRK-TAXA-DIA      PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-VALOR-MOEDA   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ABERTO-MOEDA  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-BAIXADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VARIACAO      PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-VARIACAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-GANHO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-PERDA   PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
               10 WRK-VENC-ANO  PIC 9(04).
               10 WRK-VENC-MES  PIC 9(02).
               10 WRK-VENC-DIA  PIC 9(02).
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                OPEN I-O PARAMETROS
            END-IF.
            PERFORM 1100-CARREGAR-TAXAS.
            OPEN INPUT CAMBIO-TABELA.
            IF WRK-FS-CAMBIO = '35'
                CLOSE CAMBIO-TABELA
                OPEN OUTPUT CAMBIO-TABELA
                CLOSE CAMBIO-TABELA
                OPEN INPUT CAMBIO-TABELA
            END-IF.

      *----------------------------------------------------------------
      * AS MESMAS TAXAS DE ENCARGO E DESCONTO DA BAIXA MANUAL
                        MOVE 'TITULO BAIXADO PARA PERDA'
                            TO WRK-MSG-ERRO
                    END-IF
                    IF RECEB-CANCELADA
                        MOVE 'TITULO CANCELADO COM A NOTA'
                            TO WRK-MSG-ERRO
                    END-IF
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                AND RET-VALOR-PAGO = ZEROS
                MOVE 'VALOR PAGO ZERADO' TO WRK-MSG-ERRO
            END-IF.
            MOVE RET-VALOR-PAGO TO WRK-VALOR-BAIXADO.
            MOVE RET-VALOR-PAGO TO WRK-VALOR-MOEDA.
            MOVE ZEROS TO WRK-VARIACAO.
            IF WRK-MSG-ERRO = SPACES
                AND NOT RECEB-EM-REAIS
                PERFORM 2150-CONVERTER-MOEDA
            END-IF.

      *----------------------------------------------------------------
      * TITULO EM MOEDA ESTRANGEIRA (MARCADO PELO PROGCOB05 NA NOTA EM
      * USD): O BANCO PAGA EM REAIS, QUE VIRAM VALOR NA MOEDA PELA
      * TAXA DA DATA DO PAGAMENTO (TABELA CAMBIO). O TITULO ABATE ESSE
      * VALOR NA MOEDA A TAXA DA EMISSAO (NA LIQUIDACAO, TODO O
      * RESIDUAL EM REAIS) E A DIFERENCA PARA O PAGO E A VARIACAO
      * CAMBIAL REALIZADA. UM CENTAVO DA MOEDA E TOLERADO PELO
      * ARREDONDAMENTO DA CONVERSAO; ACIMA DISSO O PAGAMENTO MAIOR QUE
      * O SALDO VIRA EXCECAO, COMO A DATA SEM TAXA CADASTRADA.
      *----------------------------------------------------------------
       2150-CONVERTER-MOEDA.
            MOVE RCB-MOEDA TO CAM-MOEDA.
            MOVE RET-DATA-PAGTO TO CAM-DATA.
            READ CAMBIO-TABELA
                INVALID KEY
                    MOVE 'SEM TAXA DE CAMBIO NA DATA'
                        TO WRK-MSG-ERRO
                NOT INVALID KEY
                    MOVE CAM-TAXA TO WRK-TAXA-DIA
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                COMPUTE WRK-ABERTO-MOEDA =
                    RCB-VALOR-MOEDA - RCB-PAGO-MOEDA
                COMPUTE WRK-VALOR-MOEDA ROUNDED =
                    RET-VALOR-PAGO / WRK-TAXA-DIA
                EVALUATE TRUE
                    WHEN WRK-VALOR-MOEDA > WRK-ABERTO-MOEDA + 0,01
                        MOVE 'PAGO MAIOR QUE SALDO NA MOEDA'
                            TO WRK-MSG-ERRO
                    WHEN WRK-VALOR-MOEDA + 0,01 >= WRK-ABERTO-MOEDA
                        MOVE WRK-ABERTO-MOEDA TO WRK-VALOR-MOEDA
                        COMPUTE WRK-VALOR-BAIXADO =
                            RCB-VALOR - RCB-VALOR-PAGO
                    WHEN OTHER
                        COMPUTE WRK-VALOR-BAIXADO ROUNDED =
                            WRK-VALOR-MOEDA * RCB-TAXA
                        IF WRK-VALOR-BAIXADO >
                            RCB-VALOR - RCB-VALOR-PAGO
                            COMPUTE WRK-VALOR-BAIXADO =
                                RCB-VALOR - RCB-VALOR-PAGO
                        END-IF
                END-EVALUATE
                COMPUTE WRK-VARIACAO =
                    RET-VALOR-PAGO - WRK-VALOR-BAIXADO
            END-IF.

      *----------------------------------------------------------------
      * MESMA REGRA DA BAIXA MANUAL (RECBAIXA): ACUMULA O PAGO NO
      * CLIENTE EM CLI-CONTA.
      *----------------------------------------------------------------
       2200-BAIXAR-TITULO.
            MOVE RECEBER-REG TO TCA-ANTES.
            ADD WRK-VALOR-BAIXADO TO RCB-VALOR-PAGO.
            ADD WRK-VALOR-MOEDA TO RCB-PAGO-MOEDA.
            IF RCB-VALOR-PAGO >= RCB-VALOR
                SET RECEB-LIQUIDADA TO TRUE
            END-IF.
                    MOVE 'ERRO AO GRAVAR A BAIXA' TO WRK-MSG-ERRO
                    PERFORM 2900-GRAVAR-EXCECAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
                    PERFORM 2300-CREDITAR-CONTA
                    ADD RET-VALOR-PAGO TO WRK-TOTAL-BAIXADO
                    IF RECEB-LIQUIDADA
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
            IF WRK-VARIACAO NOT = ZEROS
                PERFORM 2700-LANCAR-VARIACAO
            END-IF.

      *----------------------------------------------------------------
      * REGISTRA O CREDITO DA BAIXA BANCARIA EM CTAMOV.TXT.
            MOVE 'BANCO'        TO CTM-ORIGEM.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE 'T'            TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

      *----------------------------------------------------------------
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

      *----------------------------------------------------------------
      * VARIACAO CAMBIAL REALIZADA, COMO NA BAIXA MANUAL: O CLIENTE
      * FOI CREDITADO PELO VALOR PAGO MAS SO DEVIA O VALOR BAIXADO DO
      * TITULO - GANHO DEBITA A DIFERENCA (ORIGEM CAMBGANHO), PERDA
      * CREDITA (ORIGEM CAMBPERDA).
      *----------------------------------------------------------------
       2700-LANCAR-VARIACAO.
            MOVE CONTA-REG TO TCA-ANTES.
            IF WRK-VARIACAO > ZEROS
                MOVE WRK-VARIACAO TO WRK-VALOR-VARIACAO
                SUBTRACT WRK-VALOR-VARIACAO FROM CTA-SALDO
                MOVE 'D'         TO CTM-TIPO
                MOVE 'CAMBGANHO' TO CTM-ORIGEM
                ADD WRK-VALOR-VARIACAO TO WRK-TOTAL-GANHO
            ELSE
                COMPUTE WRK-VALOR-VARIACAO = WRK-VARIACAO * -1
                ADD WRK-VALOR-VARIACAO TO CTA-SALDO
                MOVE 'C'         TO CTM-TIPO
                MOVE 'CAMBPERDA' TO CTM-ORIGEM
                ADD WRK-VALOR-VARIACAO TO WRK-TOTAL-PERDA
            END-IF.
            REWRITE CONTA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO LANCAR VARIACAO CAMBIAL DO '
                        'CLIENTE ' CTA-CLIENTE
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8930-CONTROLE-CONTA
            END-REWRITE.
            MOVE WRK-VALOR-VARIACAO TO CTM-VALOR.
            PERFORM 2550-GRAVAR-MOV-AJUSTE.

       2550-GRAVAR-MOV-AJUSTE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            END-IF.
            MOVE RCB-FATURA     TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            MOVE RCB-EMPRESA    TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

       2900-GRAVAR-EXCECAO.
            CLOSE CLI-CONTA.
            CLOSE RETORNO-EXCECAO.
            CLOSE CONTA-MOVTOS.
            CLOSE CAMBIO-TABELA.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'RETORNO BANCARIO - RESUMO DA EXECUCAO'.
            DISPLAY 'PAGAMENTOS LIDOS.......: ' WRK-QTD-LIDOS.
            DISPLAY 'BAIXAS PARCIAIS........: ' WRK-QTD-PARCIAIS.
            DISPLAY 'LINHAS EM EXCECAO......: ' WRK-QTD-EXCECOES.
            DISPLAY 'VALOR TOTAL BAIXADO....: ' WRK-TOTAL-BAIXADO.
            DISPLAY 'VARIACAO CAMBIAL GANHO.: ' WRK-TOTAL-GANHO.
            DISPLAY 'VARIACAO CAMBIAL PERDA.: ' WRK-TOTAL-PERDA.
            DISPLAY 'EXCECOES GRAVADAS EM BCOEXCEP.TXT'.
            DISPLAY '-------------------------------------------'.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'RECBANCO' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8930-CONTROLE-CONTA.
            MOVE 'CLICONTA' TO TCA-ARQUIVO.
            MOVE 'RECBANCO' TO TCA-PROGRAMA.
            MOVE CONTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM RECBANCO.
