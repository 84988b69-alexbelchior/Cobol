      *                 prazo padrao de 30 dias so entra quando o
      *                 pedido nao tem condicao ou ela nao existe no
      *                 cadastro.
      * 15/10/2026 ABM  Todo pedido faturado passa a ser postado no
      *                 razao de vendas (SALESLED) como venda 'V' do
      *                 cliente, com o vendedor do pedido e o numero do
      *                 pedido em SEL-PEDIDO; a chave do lancamento fica
      *                 no pedido (PED-RAZAO-*). Pedido cancelado depois
      *                 de lancado ganha o estorno 'D' referenciando o
      *                 lancamento original, e pedido faturado antes
      *                 desta mudanca e lancado na data de emissao do
      *                 titulo. A situacao no pedido impede lancamento
      *                 ou estorno em dobro na resubmissao.
      * 15/10/2026 ABM  Titulo novo nasce em reais (RCB-MOEDA BRL, valor
      *                 na moeda igual ao valor); a moeda estrangeira e
      *                 marcada pelo PROGCOB05 quando a nota em USD do
      *                 pedido e emitida.
      * 15/10/2026 ABM  A linha de historico de status grava PSH-
      *                 OCORRENCIA em branco (campo novo da ocorrencia
      *                 de transportadora).
      * 15/10/2026 ABM  Atualiza os totais de controle do CONTASR e do
      *                 PEDIDOS (rotina TOTCTL) a cada titulo gravado e
      *                 pedido regravado.
      * 15/10/2026 ABM  O titulo e o lancamento do razao levam a empresa
      *                 do pedido (RCB-/SEL-EMPRESA; zeros = 01) e a
      *                 fatura e numerada na serie da empresa no PEDCTRL
      *                 ('FT' da matriz, 'Fn' da filial aberta no
      *                 EMPMANU); pedido de filial sem serie aberta nao
      *                 e faturado.
      * 15/10/2026 ABM  Titulo novo sai sem cobranca Pix (RCB-PIX-TXID
      *                 em branco); o PIXREMES gera a cobranca na cadeia
      *                 da noite.
      * 15/10/2026 ABM  Confere o teto da serie de fatura (rotina
      *                 SERLIM) antes de numerar as parcelas: pedido
      *                 cujas parcelas passariam do teto nao e
      *                 faturado, e a serie perto do teto gera alerta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WRK-FS-CALEND.
           SELECT SALES-LEDGER ASSIGN TO 'SALESLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-CHAVE
               FILE STATUS IS WRK-FS-LEDGER.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
       FD  CALENDARIO
           LABEL RECORD IS STANDARD.
           COPY CALNREG.
       FD  SALES-LEDGER
           LABEL RECORD IS STANDARD.
           COPY SALESLED.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-CONDPG    PIC X(02) VALUE '00'.
       77 WRK-FS-CALEND    PIC X(02) VALUE '00'.
       77 WRK-FS-HISTST    PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-DATA-LANC    PIC 9(08) VALUE ZEROS.
       77 WRK-TENTATIVAS   PIC 9(02) VALUE ZEROS.
       77 WRK-LANC-GRAVADO PIC X(01) VALUE 'N'.
           88 LANC-GRAVADO VALUE 'S'.
       77 WRK-QTD-LANCADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ESTORNOS  PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LANCADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-ESTORNO PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       77 WRK-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(01) VALUE ZEROS.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-SERIE-OK     PIC X(01) VALUE 'S'.
           88 SERIE-ABERTA VALUE 'S'.
       77 WRK-QTD-SEM-SERIE PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ESGOTADA PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------
      * SERIE DE FATURA NO PEDCTRL: 'FT' PARA A MATRIZ 01, 'Fn' PARA A
      * FILIAL n (ABERTA NO EMPMANU COM UMA FAIXA PROPRIA).
      *----------------------------------------------------------------
       01 WRK-SERIE-FATURA.
           05 WRK-SERIE-TIPO   PIC X(01) VALUE 'F'.
           05 WRK-SERIE-EMP    PIC 9(01) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
           COPY TCAREG.
           COPY SLMREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                CLOSE CALENDARIO
                OPEN INPUT CALENDARIO
            END-IF.
            OPEN I-O SALES-LEDGER.
            IF WRK-FS-LEDGER = '35'
                CLOSE SALES-LEDGER
                OPEN OUTPUT SALES-LEDGER
                CLOSE SALES-LEDGER
                OPEN I-O SALES-LEDGER
            END-IF.

      *----------------------------------------------------------------
      * VENCIMENTO = HOJE + WRK-DIAS-PRAZO DIAS DE CALENDARIO, COM
      *----------------------------------------------------------------
      * UM PEDIDO SO E FATURADO UMA VEZ - A CHAVE ALTERNADA RCB-PEDIDO
      * DIZ SE JA EXISTE TITULO PARA ELE, ENTAO UMA RESUBMISSAO DO
      * FATURAMENTO NAO DUPLICA COBRANCA. PEDIDO JA FATURADO PASSA
      * PELA CONFERENCIA DO RAZAO DE VENDAS (2400).
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            MOVE PEDIDO-REG TO TCA-ANTES.
            PERFORM 2120-MONTAR-SERIE.
            IF PEDIDO-ABERTO
                MOVE PED-NUMERO TO RCB-PEDIDO
                READ CONTAS-A-RECEBER KEY IS RCB-PEDIDO
                    INVALID KEY
                        IF SERIE-ABERTA
                            PERFORM 2100-GERAR-TITULOS
                        ELSE
                            DISPLAY 'PEDIDO ' PED-NUMERO ' EMPRESA '
                                WRK-EMPRESA ' SEM SERIE DE FATURA NO '
                                'PEDCTRL (EMPMANU) - NAO FATURADO'
                            ADD 1 TO WRK-QTD-SEM-SERIE
                        END-IF
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-JA-FATUR
                END-READ
                IF PEDIDO-FATURADO
                    ADD 1 TO WRK-QTD-JA-FATUR
                END-IF
                PERFORM 2400-CONFERIR-RAZAO
            END-IF.
            PERFORM 5010-LER-PEDIDO.

                        MOVE CPG-QTD-PARCELAS TO WRK-QTD-PARCELAS
                END-READ
            END-IF.
            PERFORM 2115-CONFERIR-TETO.
            IF SERIE-ESGOTADA
                DISPLAY 'PEDIDO ' PED-NUMERO ' EMPRESA ' WRK-EMPRESA
                    ' - ' WRK-QTD-PARCELAS ' PARCELA(S) PASSAM DO TETO '
                    SLM-LIMITE ' DA SERIE ' WRK-SERIE-FATURA
                    ' - NAO FATURADO'
                ADD 1 TO WRK-QTD-ESGOTADA
            ELSE
                PERFORM 2102-GRAVAR-PARCELAS
            END-IF.

       2102-GRAVAR-PARCELAS.
            COMPUTE WRK-VALOR-PARCELA =
                PED-TOTAL / WRK-QTD-PARCELAS.
            COMPUTE WRK-VALOR-ULTIMA = PED-TOTAL
            IF WRK-PARC-GRAVADAS = WRK-QTD-PARCELAS
                ADD 1 TO WRK-QTD-FATURADOS
                ADD PED-TOTAL TO WRK-TOTAL-FATURADO
                MOVE WRK-DATA-HOJE TO WRK-DATA-LANC
                PERFORM 2200-LANCAR-RAZAO
                MOVE 'F' TO PED-STATUS
                REWRITE PEDIDO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO MARCAR PEDIDO FATURADO '
                            PED-NUMERO
                    NOT INVALID KEY
                        MOVE 'A' TO TCA-OPERACAO
                        PERFORM 8950-CONTROLE-PEDIDO
                        PERFORM 2190-GRAVAR-HISTORICO
                END-REWRITE
            END-IF.
            MOVE PED-NUMERO TO PSH-PEDIDO.
            MOVE 'A' TO PSH-STATUS-ANTES.
            MOVE 'F' TO PSH-STATUS-DEPOIS.
            MOVE SPACE TO PSH-OCORRENCIA.
            WRITE PSH-LINHA.

       2105-GERAR-PARCELA.
            SET RECEB-ABERTA TO TRUE.
            MOVE WRK-PARCELA       TO RCB-PARCELA.
            MOVE WRK-QTD-PARCELAS  TO RCB-QTD-PARCELAS.
            MOVE 'BRL'             TO RCB-MOEDA.
            MOVE ZEROS             TO RCB-TAXA.
            MOVE RCB-VALOR         TO RCB-VALOR-MOEDA.
            MOVE ZEROS             TO RCB-PAGO-MOEDA.
            MOVE WRK-EMPRESA       TO RCB-EMPRESA.
            MOVE SPACES            TO RCB-PIX-TXID.
            WRITE RECEBER-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR TITULO DO PEDIDO '
                        PED-NUMERO ' PARCELA ' WRK-PARCELA
                NOT INVALID KEY
                    ADD 1 TO WRK-PARC-GRAVADAS
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
                    ADD 1 TO WRK-QTD-TITULOS
            END-WRITE.

      *----------------------------------------------------------------
      * POSTA O PEDIDO FATURADO NO RAZAO DE VENDAS COMO VENDA 'V' DO
      * CLIENTE, NA DATA DE FATURAMENTO (WRK-DATA-LANC), COM O
      * VENDEDOR DO PEDIDO E O NUMERO DO PEDIDO EM SEL-PEDIDO - E
      * ASSIM QUE A RECEITA B2B CHEGA A COMISSAO, METAS, ABC E AOS
      * RESUMOS DE VENDAS. A CHAVE DO LANCAMENTO (DATA/HORA) FICA NO
      * PROPRIO PEDIDO, QUE O CHAMADOR REGRAVA.
      *----------------------------------------------------------------
       2200-LANCAR-RAZAO.
            MOVE PED-CLIENTE   TO SEL-CLIENTE.
            MOVE WRK-DATA-LANC TO SEL-DATA.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-HORA   TO SEL-HORA.
            MOVE PED-TOTAL     TO SEL-VALOR.
            MOVE 'V'           TO SEL-TIPO.
            MOVE ZEROS         TO SEL-REF-ORIGEM.
            MOVE PED-VENDEDOR  TO SEL-VENDEDOR.
            MOVE ZEROS         TO SEL-LOJA.
            MOVE PED-NUMERO    TO SEL-PEDIDO.
            MOVE WRK-EMPRESA   TO SEL-EMPRESA.
            PERFORM 2250-GRAVAR-LANCAMENTO.
            IF LANC-GRAVADO
                MOVE 'L' TO PED-RAZAO-SITUACAO
                MOVE SEL-DATA TO PED-RAZAO-DATA
                MOVE SEL-HORA TO PED-RAZAO-HORA
                ADD 1 TO WRK-QTD-LANCADOS
                ADD PED-TOTAL TO WRK-TOTAL-LANCADO
            ELSE
                DISPLAY 'ERRO AO LANCAR NO RAZAO O PEDIDO '
                    PED-NUMERO
            END-IF.

      *----------------------------------------------------------------
      * A CHAVE DO RAZAO E CLIENTE+DATA+HORA: DOIS PEDIDOS DO MESMO
      * CLIENTE FATURADOS NO MESMO SEGUNDO COLIDEM, ENTAO A HORA E
      * AVANCADA DE UM EM UM ATE ACHAR CHAVE LIVRE (TETO DE 60
      * TENTATIVAS).
      *----------------------------------------------------------------
       2250-GRAVAR-LANCAMENTO.
            MOVE 'N' TO WRK-LANC-GRAVADO.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 2260-TENTAR-GRAVAR
                UNTIL LANC-GRAVADO OR WRK-TENTATIVAS >= 60.

       2260-TENTAR-GRAVAR.
            WRITE SALES-LEDGER-REG
                INVALID KEY
                    ADD 1 TO WRK-TENTATIVAS
                    ADD 1 TO SEL-HORA
                NOT INVALID KEY
                    MOVE 'S' TO WRK-LANC-GRAVADO
            END-WRITE.

      *----------------------------------------------------------------
      * ESTORNO DO LANCAMENTO DE UM PEDIDO FATURADO QUE FOI CANCELADO
      * DEPOIS: DEVOLUCAO 'D' DE MESMO VALOR, DATADA DE HOJE, COM A
      * REFERENCIA AO LANCAMENTO ORIGINAL GUARDADO NO PEDIDO. A
      * SITUACAO ESTORNADO NO PEDIDO IMPEDE O SEGUNDO ESTORNO.
      *----------------------------------------------------------------
       2300-ESTORNAR-RAZAO.
            MOVE PED-CLIENTE    TO SEL-CLIENTE.
            MOVE WRK-DATA-HOJE  TO SEL-DATA.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-HORA    TO SEL-HORA.
            MOVE PED-TOTAL      TO SEL-VALOR.
            MOVE 'D'            TO SEL-TIPO.
            MOVE PED-CLIENTE    TO SEL-REF-CLIENTE.
            MOVE PED-RAZAO-DATA TO SEL-REF-DATA.
            MOVE PED-RAZAO-HORA TO SEL-REF-HORA.
            MOVE PED-VENDEDOR   TO SEL-VENDEDOR.
            MOVE ZEROS          TO SEL-LOJA.
            MOVE PED-NUMERO     TO SEL-PEDIDO.
            MOVE WRK-EMPRESA    TO SEL-EMPRESA.
            PERFORM 2250-GRAVAR-LANCAMENTO.
            IF LANC-GRAVADO
                MOVE 'E' TO PED-RAZAO-SITUACAO
                REWRITE PEDIDO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO MARCAR ESTORNO DO PEDIDO '
                            PED-NUMERO
                    NOT INVALID KEY
                        MOVE 'A' TO TCA-OPERACAO
                        PERFORM 8950-CONTROLE-PEDIDO
                        ADD 1 TO WRK-QTD-ESTORNOS
                        ADD PED-TOTAL TO WRK-TOTAL-ESTORNO
                END-REWRITE
            ELSE
                DISPLAY 'ERRO AO ESTORNAR NO RAZAO O PEDIDO '
                    PED-NUMERO
            END-IF.

      *----------------------------------------------------------------
      * CONFERENCIA DO RAZAO PARA PEDIDO QUE JA SAIU DE ABERTO:
      * CANCELADO COM VENDA LANCADA GANHA O ESTORNO; FATURADO, EM
      * SEPARACAO OU ENTREGUE AINDA SEM LANCAMENTO (FATURADO ANTES DE
      * O FATURA POSTAR NO RAZAO) E LANCADO NA DATA DE EMISSAO DO SEU
      * TITULO. A SITUACAO NO PEDIDO TORNA A RESUBMISSAO INOFENSIVA.
      *----------------------------------------------------------------
       2400-CONFERIR-RAZAO.
            IF PEDIDO-CANCELADO
                IF RAZAO-LANCADO
                    PERFORM 2300-ESTORNAR-RAZAO
                END-IF
            ELSE
                IF RAZAO-NAO-LANCADO
                    PERFORM 2410-LANCAR-PENDENTE
                END-IF
            END-IF.

       2410-LANCAR-PENDENTE.
            MOVE PED-NUMERO TO RCB-PEDIDO.
            READ CONTAS-A-RECEBER KEY IS RCB-PEDIDO
                INVALID KEY
                    DISPLAY 'PEDIDO ' PED-NUMERO ' SEM TITULO - NAO '
                        'LANCADO NO RAZAO'
                NOT INVALID KEY
                    MOVE RCB-DATA-EMISSAO TO WRK-DATA-LANC
                    PERFORM 2200-LANCAR-RAZAO
                    IF LANC-GRAVADO
                        REWRITE PEDIDO-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO MARCAR LANCAMENTO DO '
                                    'PEDIDO ' PED-NUMERO
                            NOT INVALID KEY
                                MOVE 'A' TO TCA-OPERACAO
                                PERFORM 8950-CONTROLE-PEDIDO
                        END-REWRITE
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * GERA O PROXIMO NUMERO DE FATURA NO MESMO REGISTRO DE CONTROLE
      * QUE PROGCOB09 USA PARA O NUMERO DO PEDIDO (CHAVE 'FT', OU A
      * SERIE 'Fn' DA FILIAL DO PEDIDO).
      *----------------------------------------------------------------
       2110-GERAR-NUMERO-FATURA.
            MOVE WRK-SERIE-FATURA TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE WRK-SERIE-FATURA TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * TODAS AS PARCELAS DO PEDIDO TEM QUE CABER NA FAIXA DA SERIE
      * (ROTINA COMUM SERLIM) - FATURAR SO PARTE DELAS DEIXARIA O
      * PEDIDO COM TITULO E SEM A MARCA DE FATURADO.
      *----------------------------------------------------------------
       2115-CONFERIR-TETO.
            MOVE WRK-SERIE-FATURA TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            MOVE WRK-SERIE-FATURA TO SLM-SERIE.
            COMPUTE SLM-NUMERO = PCT-ULTIMO-NUMERO + WRK-QTD-PARCELAS.
            MOVE 'FATURA' TO SLM-PROGRAMA.
            CALL 'SERLIM' USING SERLIM-AREA.

      *----------------------------------------------------------------
      * EMPRESA DO PEDIDO (ZEROS = 01) E A SUA SERIE DE FATURA. A SERIE
      * DE FILIAL TEM QUE TER SIDO ABERTA NO EMPMANU - COMECAR DO ZERO
      * REPETIRIA NUMEROS DA MATRIZ, E O PEDIDO FICA PARA DEPOIS.
      *----------------------------------------------------------------
       2120-MONTAR-SERIE.
            MOVE 'S' TO WRK-SERIE-OK.
            IF PED-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA
            ELSE
                MOVE PED-EMPRESA TO WRK-EMPRESA
            END-IF.
            IF WRK-EMPRESA = 01
                MOVE 'FT' TO WRK-SERIE-FATURA
            ELSE
                MOVE 'F' TO WRK-SERIE-TIPO
                MOVE WRK-EMPRESA TO WRK-SERIE-EMP
                MOVE WRK-SERIE-FATURA TO PCT-CHAVE
                READ PED-CONTROLE
                    INVALID KEY
                        MOVE 'N' TO WRK-SERIE-OK
                END-READ
            END-IF.

       5010-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
            CLOSE COND-PAGAMENTO.
            CLOSE CALENDARIO.
            CLOSE PED-STATUS-HIST.
            CLOSE SALES-LEDGER.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'FATURAMENTO DE PEDIDOS - RESUMO'.
            DISPLAY 'PEDIDOS LIDOS..............: ' WRK-QTD-LIDOS.
            DISPLAY 'PEDIDOS FATURADOS..........: ' WRK-QTD-FATURADOS.
            DISPLAY 'TITULOS (PARCELAS) GERADOS.: ' WRK-QTD-TITULOS.
            DISPLAY 'PEDIDOS JA FATURADOS ANTES.: ' WRK-QTD-JA-FATUR.
            DISPLAY 'SEM SERIE DE FATURA........: ' WRK-QTD-SEM-SERIE.
            DISPLAY 'SERIE DE FATURA ESGOTADA...: ' WRK-QTD-ESGOTADA.
            DISPLAY 'VALOR TOTAL FATURADO.......: '
                WRK-TOTAL-FATURADO.
            DISPLAY 'VENDAS LANCADAS NO RAZAO...: ' WRK-QTD-LANCADOS.
            DISPLAY 'VALOR LANCADO NO RAZAO.....: '
                WRK-TOTAL-LANCADO.
            DISPLAY 'ESTORNOS DE CANCELADOS.....: ' WRK-QTD-ESTORNOS.
            DISPLAY 'VALOR ESTORNADO............: '
                WRK-TOTAL-ESTORNO.
            DISPLAY '-------------------------------------------'.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'FATURA' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'FATURA' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM FATURA.
