      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CONCILIACAO DA ADQUIRENTE DE CARTAO - IMPORTA O
      *          ARQUIVO DIARIO DE LIQUIDACAO DA ADQUIRENTE
      *          (ADQLIQ.TXT, LARGURA FIXA, HEADER/DETALHE/TRAILER) E
      *          CASA CADA LIQUIDACAO COM A VENDA DE LOJA EM CARTAO
      *          (VENDCART, GRAVADA PELO SALESCARGA) PELA LOJA, DATA E
      *          AUTORIZACAO. O RELATORIO ADQREL.TXT MOSTRA A VENDA
      *          NAO PAGA ALEM DO PRAZO DA BANDEIRA, A TAXA COBRADA
      *          ACIMA DO MDR CONTRATADO (TABELA TAXACART, TXCMANU), O
      *          CHARGEBACK E A LIQUIDACAO SEM VENDA OU COM VALOR
      *          DIVERGENTE. O VALOR LIQUIDO REPASSADO E A TAXA SAEM
      *          EM CTAMOV.TXT COM O DEPOSITO DA ADQUIRENTE COMO
      *          DOCUMENTO, PARA O BCOCONC CASAR COM O EXTRATO DO
      *          BANCO E O CTBEXP LANCAR NO DIARIO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Linha do CTAMOV.TXT gravada com a empresa 01 em
      *                 CTM-EMPRESA (movimento sem titulo de filial).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADQCONC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACAO-ADQ ASSIGN TO 'ADQLIQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQUIDA.
           SELECT VENDAS-CARTAO ASSIGN TO 'VENDCART'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCT-CHAVE
               FILE STATUS IS WRK-FS-CARTAO.
           SELECT TAXAS-CARTAO ASSIGN TO 'TAXACART'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXC-CHAVE
               FILE STATUS IS WRK-FS-TAXA.
           SELECT CONTA-MOVTOS ASSIGN TO 'CTAMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT REL-ADQUIRENTE ASSIGN TO 'ADQREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIQUIDACAO-ADQ
           LABEL RECORD IS STANDARD.
       01 LIQUIDA-REG.
           05 ADQ-TIPO             PIC 9(01).
               88 ADQ-HEADER       VALUE 0.
               88 ADQ-DETALHE      VALUE 1.
               88 ADQ-TRAILER      VALUE 9.
           05 ADQ-MOVIMENTO        PIC X(01).
               88 ADQ-LIQUIDACAO   VALUE 'V'.
               88 ADQ-ESTORNO      VALUE 'C'.
           05 ADQ-LOJA             PIC 9(03).
           05 ADQ-DATA-VENDA       PIC 9(08).
           05 ADQ-AUTORIZACAO      PIC X(06).
           05 ADQ-BANDEIRA         PIC X(02).
           05 ADQ-MODALIDADE       PIC X(01).
           05 ADQ-VALOR-BRUTO      PIC 9(08)V99.
           05 ADQ-VALOR-TAXA       PIC 9(08)V99.
           05 ADQ-VALOR-LIQUIDO    PIC 9(08)V99.
           05 ADQ-DATA-PAGTO       PIC 9(08).
           05 ADQ-DEPOSITO         PIC 9(08).
           05 FILLER               PIC X(32).
       FD  VENDAS-CARTAO
           LABEL RECORD IS STANDARD.
           COPY VCTREG.
       FD  TAXAS-CARTAO
           LABEL RECORD IS STANDARD.
           COPY TXCREG.
       FD  CONTA-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY CTAMREG.
       FD  REL-ADQUIRENTE
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-LIQUIDA   PIC X(02) VALUE '00'.
       77 WRK-FS-CARTAO    PIC X(02) VALUE '00'.
       77 WRK-FS-TAXA      PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-LIQUIDA  PIC X(01) VALUE 'N'.
           88 FIM-LIQUIDA  VALUE 'S'.
       77 WRK-EOF-CARTAO   PIC X(01) VALUE 'N'.
           88 FIM-CARTAO   VALUE 'S'.
       77 WRK-ACHOU-TAXA   PIC X(01) VALUE 'N'.
           88 ACHOU-TAXA   VALUE 'S'.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 WRK-PRAZO        PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENDA   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-TAXA-CONTRATO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MDR-COBRADO  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-VALOR-REL    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-COMPLEMENTO  PIC X(50) VALUE SPACES.
       77 WRK-QTD-DETALHES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIQUIDADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TAXA-ACIMA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CHARGEBACK PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NAO-PAGAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-VENDA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-TAXA   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-CHARGEBACK PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-NAO-PAGO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MDR-ED       PIC ZZ9,99 VALUE ZEROS.
       77 WRK-MDR-CONTRATO-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-VENDA-GRP.
           05 WRK-DATA-VENDA   PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-VENDA-ED REDEFINES WRK-DATA-VENDA.
               10 WRK-VENDA-ANO PIC 9(04).
               10 WRK-VENDA-MES PIC 9(02).
               10 WRK-VENDA-DIA PIC 9(02).
           COPY REPORTHD.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-CASAR-LIQUIDACOES.
            PERFORM 3000-VENDAS-NAO-PAGAS.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            OPEN I-O VENDAS-CARTAO.
            IF WRK-FS-CARTAO = '35'
                CLOSE VENDAS-CARTAO
                OPEN OUTPUT VENDAS-CARTAO
                CLOSE VENDAS-CARTAO
                OPEN I-O VENDAS-CARTAO
            END-IF.
            OPEN INPUT TAXAS-CARTAO.
            IF WRK-FS-TAXA = '35'
                CLOSE TAXAS-CARTAO
                OPEN OUTPUT TAXAS-CARTAO
                CLOSE TAXAS-CARTAO
                OPEN INPUT TAXAS-CARTAO
            END-IF.
            OPEN EXTEND CONTA-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT CONTA-MOVTOS
            END-IF.
            OPEN OUTPUT REL-ADQUIRENTE.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            MOVE WRK-DATA-HOJE TO RPT-DATA-EMISSAO.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONCILIACAO DA ADQUIRENTE DE CARTAO'
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
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'OCORRENCIA                     LOJA DATA VENDA '
                DELIMITED SIZE
                'AUTORI BD       VALOR DETALHE' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PASSO 1 - CADA DETALHE DO ARQUIVO DA ADQUIRENTE PROCURA A
      * VENDA PELA LOJA + DATA + AUTORIZACAO. LIQUIDACAO ('V') MARCA
      * A VENDA COMO PAGA, CONFERE O BRUTO E A TAXA CONTRA O MDR DA
      * BANDEIRA E LANCA O LIQUIDO E A TAXA EM CTAMOV; ESTORNO ('C')
      * E CHARGEBACK - SE A VENDA JA TINHA SIDO PAGA, O VALOR
      * DESCONTADO DO REPASSE SAI COMO DEBITO EM CTAMOV.
      *----------------------------------------------------------------
       2000-CASAR-LIQUIDACOES.
            OPEN INPUT LIQUIDACAO-ADQ.
            IF WRK-FS-LIQUIDA = '00'
                PERFORM 2010-LER-LIQUIDACAO
                PERFORM 2100-CASAR-DETALHE UNTIL FIM-LIQUIDA
                CLOSE LIQUIDACAO-ADQ
            ELSE
                DISPLAY 'ARQUIVO ADQLIQ.TXT NAO ENCONTRADO'
            END-IF.

       2010-LER-LIQUIDACAO.
            READ LIQUIDACAO-ADQ
                AT END
                    MOVE 'S' TO WRK-EOF-LIQUIDA
            END-READ.

       2100-CASAR-DETALHE.
            IF ADQ-DETALHE
                ADD 1 TO WRK-QTD-DETALHES
                MOVE ADQ-LOJA        TO VCT-LOJA
                MOVE ADQ-DATA-VENDA  TO VCT-DATA
                MOVE ADQ-AUTORIZACAO TO VCT-AUTORIZACAO
                READ VENDAS-CARTAO
                    INVALID KEY
                        PERFORM 2200-SEM-VENDA
                    NOT INVALID KEY
                        IF ADQ-ESTORNO
                            PERFORM 2500-CHARGEBACK
                        ELSE
                            PERFORM 2300-LIQUIDAR-VENDA
                        END-IF
                END-READ
            END-IF.
            PERFORM 2010-LER-LIQUIDACAO.

       2200-SEM-VENDA.
            ADD 1 TO WRK-QTD-SEM-VENDA.
            MOVE 'LIQUIDACAO SEM VENDA NO RAZAO' TO WRK-MOTIVO.
            MOVE ADQ-LOJA        TO VCT-LOJA.
            MOVE ADQ-DATA-VENDA  TO VCT-DATA.
            MOVE ADQ-AUTORIZACAO TO VCT-AUTORIZACAO.
            MOVE ADQ-BANDEIRA    TO VCT-BANDEIRA.
            MOVE ADQ-VALOR-BRUTO TO WRK-VALOR-REL.
            MOVE SPACES TO WRK-COMPLEMENTO.
            STRING 'DEPOSITO ' DELIMITED SIZE
                ADQ-DEPOSITO DELIMITED SIZE
                INTO WRK-COMPLEMENTO
            END-STRING.
            PERFORM 9000-IMPRIMIR-OCORRENCIA.

       2300-LIQUIDAR-VENDA.
            IF NOT VCT-PENDENTE
                ADD 1 TO WRK-QTD-DIVERGENTES
                MOVE 'LIQUIDACAO REPETIDA' TO WRK-MOTIVO
                MOVE ADQ-VALOR-BRUTO TO WRK-VALOR-REL
                MOVE SPACES TO WRK-COMPLEMENTO
                STRING 'JA LIQUIDADA NO DEPOSITO ' DELIMITED SIZE
                    VCT-DEPOSITO DELIMITED SIZE
                    INTO WRK-COMPLEMENTO
                END-STRING
                PERFORM 9000-IMPRIMIR-OCORRENCIA
            ELSE
                IF ADQ-VALOR-BRUTO NOT = VCT-VALOR
                    ADD 1 TO WRK-QTD-DIVERGENTES
                    MOVE 'VALOR BRUTO DIVERGENTE' TO WRK-MOTIVO
                    MOVE VCT-VALOR TO WRK-VALOR-REL
                    MOVE ADQ-VALOR-BRUTO TO WRK-VALOR-ED
                    MOVE SPACES TO WRK-COMPLEMENTO
                    STRING 'ADQUIRENTE ' DELIMITED SIZE
                        WRK-VALOR-ED DELIMITED SIZE
                        INTO WRK-COMPLEMENTO
                    END-STRING
                    PERFORM 9000-IMPRIMIR-OCORRENCIA
                END-IF
                PERFORM 2400-CONFERIR-TAXA
                ADD 1 TO WRK-QTD-LIQUIDADAS
                ADD ADQ-VALOR-LIQUIDO TO WRK-TOTAL-LIQUIDO
                ADD ADQ-VALOR-TAXA    TO WRK-TOTAL-TAXA
                SET VCT-LIQUIDADA     TO TRUE
                MOVE ADQ-DATA-PAGTO    TO VCT-DATA-LIQUIDACAO
                MOVE ADQ-VALOR-LIQUIDO TO VCT-VALOR-LIQUIDO
                MOVE ADQ-VALOR-TAXA    TO VCT-VALOR-TAXA
                MOVE ADQ-DEPOSITO      TO VCT-DEPOSITO
                REWRITE VENDCART-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR VENDCART: '
                            VCT-CHAVE
                END-REWRITE
                MOVE 'C'               TO CTM-TIPO
                MOVE ADQ-VALOR-LIQUIDO TO CTM-VALOR
                MOVE 'CARTAO'          TO CTM-ORIGEM
                PERFORM 9100-GRAVAR-MOVIMENTO
                IF ADQ-VALOR-TAXA > ZEROS
                    MOVE 'C'            TO CTM-TIPO
                    MOVE ADQ-VALOR-TAXA TO CTM-VALOR
                    MOVE 'TAXACARTAO'   TO CTM-ORIGEM
                    PERFORM 9100-GRAVAR-MOVIMENTO
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * A TAXA COBRADA E COMPARADA COM O MDR CONTRATADO DA BANDEIRA
      * NA MODALIDADE DA VENDA, ARREDONDADO AO CENTAVO - QUALQUER
      * CENTAVO ACIMA VAI PARA O RELATORIO. BANDEIRA SEM TAXA NA
      * TABELA TAMBEM.
      *----------------------------------------------------------------
       2400-CONFERIR-TAXA.
            PERFORM 2450-LER-TAXA.
            IF NOT ACHOU-TAXA
                ADD 1 TO WRK-QTD-TAXA-ACIMA
                MOVE 'BANDEIRA SEM TAXA CONTRATADA' TO WRK-MOTIVO
                MOVE ADQ-VALOR-TAXA TO WRK-VALOR-REL
                MOVE SPACES TO WRK-COMPLEMENTO
                STRING 'MODALIDADE ' DELIMITED SIZE
                    VCT-MODALIDADE DELIMITED SIZE
                    ' - CADASTRAR NO TXCMANU' DELIMITED SIZE
                    INTO WRK-COMPLEMENTO
                END-STRING
                PERFORM 9000-IMPRIMIR-OCORRENCIA
            ELSE
                COMPUTE WRK-TAXA-CONTRATO ROUNDED =
                    ADQ-VALOR-BRUTO * TXC-MDR / 100
                IF ADQ-VALOR-TAXA > WRK-TAXA-CONTRATO
                    ADD 1 TO WRK-QTD-TAXA-ACIMA
                    IF ADQ-VALOR-BRUTO > ZEROS
                        COMPUTE WRK-MDR-COBRADO ROUNDED =
                            ADQ-VALOR-TAXA * 100 / ADQ-VALOR-BRUTO
                    ELSE
                        MOVE ZEROS TO WRK-MDR-COBRADO
                    END-IF
                    MOVE 'TAXA ACIMA DO MDR CONTRATADO' TO WRK-MOTIVO
                    MOVE ADQ-VALOR-TAXA TO WRK-VALOR-REL
                    MOVE WRK-MDR-COBRADO TO WRK-MDR-ED
                    MOVE TXC-MDR TO WRK-MDR-CONTRATO-ED
                    MOVE SPACES TO WRK-COMPLEMENTO
                    STRING 'COBRADO ' DELIMITED SIZE
                        WRK-MDR-ED DELIMITED SIZE
                        '% CONTRATO ' DELIMITED SIZE
                        WRK-MDR-CONTRATO-ED DELIMITED SIZE
                        '%' DELIMITED SIZE
                        INTO WRK-COMPLEMENTO
                    END-STRING
                    PERFORM 9000-IMPRIMIR-OCORRENCIA
                END-IF
            END-IF.

       2450-LER-TAXA.
            MOVE 'N' TO WRK-ACHOU-TAXA.
            MOVE VCT-BANDEIRA   TO TXC-BANDEIRA.
            MOVE VCT-MODALIDADE TO TXC-MODALIDADE.
            READ TAXAS-CARTAO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-ACHOU-TAXA
            END-READ.

       2500-CHARGEBACK.
            ADD 1 TO WRK-QTD-CHARGEBACK.
            ADD ADQ-VALOR-LIQUIDO TO WRK-TOTAL-CHARGEBACK.
            MOVE 'CHARGEBACK' TO WRK-MOTIVO.
            MOVE ADQ-VALOR-LIQUIDO TO WRK-VALOR-REL.
            MOVE SPACES TO WRK-COMPLEMENTO.
            IF VCT-LIQUIDADA
                STRING 'DESCONTADO DO DEPOSITO ' DELIMITED SIZE
                    ADQ-DEPOSITO DELIMITED SIZE
                    INTO WRK-COMPLEMENTO
                END-STRING
                MOVE 'D'               TO CTM-TIPO
                MOVE ADQ-VALOR-LIQUIDO TO CTM-VALOR
                MOVE 'CHARGEBACK'      TO CTM-ORIGEM
                PERFORM 9100-GRAVAR-MOVIMENTO
            ELSE
                MOVE 'VENDA AINDA NAO PAGA - NAO SERA REPASSADA'
                    TO WRK-COMPLEMENTO
            END-IF.
            PERFORM 9000-IMPRIMIR-OCORRENCIA.
            SET VCT-CHARGEBACK TO TRUE.
            REWRITE VENDCART-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR VENDCART: ' VCT-CHAVE
            END-REWRITE.

      *----------------------------------------------------------------
      * PASSO 2 - VENDA AINDA PENDENTE CUJO PRAZO DE REPASSE DA
      * BANDEIRA (TAXACART; SEM TAXA CADASTRADA, 30 DIAS) JA PASSOU
      * E VENDA QUE A ADQUIRENTE NAO PAGOU. DIAS NO CALENDARIO
      * COMERCIAL 360/30, COMO NO AGING.
      *----------------------------------------------------------------
       3000-VENDAS-NAO-PAGAS.
            MOVE LOW-VALUES TO VCT-CHAVE.
            START VENDAS-CARTAO KEY IS NOT LESS THAN VCT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CARTAO
            END-START.
            IF NOT FIM-CARTAO
                PERFORM 3010-LER-VENDA
                PERFORM 3100-VERIFICAR-PRAZO UNTIL FIM-CARTAO
            END-IF.

       3010-LER-VENDA.
            READ VENDAS-CARTAO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CARTAO
            END-READ.

       3100-VERIFICAR-PRAZO.
            IF VCT-PENDENTE
                PERFORM 2450-LER-TAXA
                IF ACHOU-TAXA
                    MOVE TXC-PRAZO TO WRK-PRAZO
                ELSE
                    MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO
                END-IF
                MOVE VCT-DATA TO WRK-DATA-VENDA
                COMPUTE WRK-DIAS-VENDA = (WRK-VENDA-ANO * 360)
                    + (WRK-VENDA-MES * 30) + WRK-VENDA-DIA
                COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE
                    - WRK-DIAS-VENDA - WRK-PRAZO
                IF WRK-DIAS-ATRASO > ZEROS
                    ADD 1 TO WRK-QTD-NAO-PAGAS
                    ADD VCT-VALOR TO WRK-TOTAL-NAO-PAGO
                    MOVE 'VENDA NAO PAGA PELA ADQUIRENTE'
                        TO WRK-MOTIVO
                    MOVE VCT-VALOR TO WRK-VALOR-REL
                    MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
                    MOVE SPACES TO WRK-COMPLEMENTO
                    STRING 'ATRASO DE ' DELIMITED SIZE
                        WRK-DIAS-ED DELIMITED SIZE
                        ' DIAS - CLIENTE ' DELIMITED SIZE
                        VCT-CLIENTE DELIMITED SIZE
                        INTO WRK-COMPLEMENTO
                    END-STRING
                    PERFORM 9000-IMPRIMIR-OCORRENCIA
                END-IF
            END-IF.
            PERFORM 3010-LER-VENDA.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'VENDAS LIQUIDADAS..: ' DELIMITED SIZE
                WRK-QTD-LIQUIDADAS DELIMITED SIZE
                '   LIQUIDO REPASSADO: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-TAXA TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'TAXAS COBRADAS.....: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                '   ACIMA DO MDR/SEM TAXA: ' DELIMITED SIZE
                WRK-QTD-TAXA-ACIMA DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-CHARGEBACK TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'CHARGEBACKS........: ' DELIMITED SIZE
                WRK-QTD-CHARGEBACK DELIMITED SIZE
                '   VALOR: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-NAO-PAGO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'VENDAS NAO PAGAS...: ' DELIMITED SIZE
                WRK-QTD-NAO-PAGAS DELIMITED SIZE
                '   VALOR: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'SEM VENDA..........: ' DELIMITED SIZE
                WRK-QTD-SEM-VENDA DELIMITED SIZE
                '   DIVERGENTES/REPETIDAS: ' DELIMITED SIZE
                WRK-QTD-DIVERGENTES DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE VENDAS-CARTAO.
            CLOSE TAXAS-CARTAO.
            CLOSE CONTA-MOVTOS.
            CLOSE REL-ADQUIRENTE.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'CONCILIACAO DA ADQUIRENTE - RESUMO'.
            DISPLAY 'DETALHES NO ARQUIVO.......: ' WRK-QTD-DETALHES.
            DISPLAY 'VENDAS LIQUIDADAS.........: ' WRK-QTD-LIQUIDADAS.
            DISPLAY 'TAXA ACIMA DO MDR.........: ' WRK-QTD-TAXA-ACIMA.
            DISPLAY 'CHARGEBACKS...............: ' WRK-QTD-CHARGEBACK.
            DISPLAY 'VENDAS NAO PAGAS..........: ' WRK-QTD-NAO-PAGAS.
            DISPLAY 'LIQUIDACOES SEM VENDA.....: ' WRK-QTD-SEM-VENDA.
            DISPLAY 'OCORRENCIAS GRAVADAS EM ADQREL.TXT'.
            DISPLAY '-------------------------------------------'.

       9000-IMPRIMIR-OCORRENCIA.
            MOVE WRK-VALOR-REL TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-MOTIVO DELIMITED SIZE
                ' ' VCT-LOJA DELIMITED SIZE
                ' ' VCT-DATA DELIMITED SIZE
                '   ' VCT-AUTORIZACAO DELIMITED SIZE
                ' ' VCT-BANDEIRA DELIMITED SIZE
                ' ' WRK-VALOR-ED DELIMITED SIZE
                ' ' WRK-COMPLEMENTO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * LINHA EM CTAMOV.TXT NA DATA DO REPASSE, COM O DEPOSITO DA
      * ADQUIRENTE COMO DOCUMENTO (E POR DATA + DOCUMENTO QUE O
      * BCOCONC CASA COM O EXTRATO). A VENDA DE LOJA NAO PASSA PELA
      * CONTA CORRENTE (CLI-CONTA), ENTAO A LINHA NAO TEM SALDO.
      *----------------------------------------------------------------
       9100-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE ADQ-DATA-PAGTO TO CTM-DATA.
            MOVE WRK-DH-HORA    TO CTM-HORA.
            MOVE 'ADQCONC'      TO CTM-USUARIO.
            MOVE VCT-CLIENTE    TO CTM-CLIENTE.
            MOVE SPACE          TO CTM-SALDO-SINAL.
            MOVE ZEROS          TO CTM-SALDO.
            MOVE ADQ-DEPOSITO   TO CTM-DOCUMENTO.
            MOVE SPACE          TO CTM-FORMA.
            MOVE '01'           TO CTM-EMPRESA.
            WRITE CTAMOV-LINHA.

       END PROGRAM ADQCONC.
