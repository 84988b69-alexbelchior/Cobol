      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CANCELAMENTO DE NOTA EMITIDA - UM SUPERVISOR (NIVEL
      *          01 COM SENHA E FUNCAO NOTACANC NA MATRIZ DE
      *          PERMISSOES) CANCELA A NOTA EMITIDA ERRADA PELO
      *          PROGCOB05 COM MOTIVO. A NOTA FICA MARCADA CANCELADA
      *          (COM MOTIVO, USUARIO E DATA) E SAI DO LIVRO FISCAL
      *          (FISCALUF); SE ELA DOCUMENTA UM PEDIDO FATURADO, OS
      *          TITULOS DO PEDIDO EM CONTASR SAO CANCELADOS, O
      *          ESTOQUE COMPROMETIDO DO QUE NAO FOI ENTREGUE VOLTA
      *          PARA O DISPONIVEL, A VENDA LANCADA NO RAZAO
      *          (SALESLED) GANHA O ESTORNO 'D' E O PEDIDO VIRA
      *          CANCELADO COM A TRANSICAO EM PEDSTHIS.TXT.
      *          RECUSA A NOTA COM TITULO JA PAGO (MESMO EM PARTE),
      *          LIQUIDADO OU BAIXADO PARA PERDA, E A NOTA CUJO MES
      *          DE EMISSAO (OU O MES DE HOJE, QUANDO SAI O ESTORNO)
      *          JA ESTA FECHADO EM PERIODOS.
      *          A OPCAO 2 REGISTRA EM NUMINUT A INUTILIZACAO DE UM
      *          NUMERO DE NOTA OU DE FATURA CONSUMIDO SEM DOCUMENTO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Menu com a opcao nova de inutilizar numero de
      *                 nota ou de fatura que o contador consumiu sem
      *                 gerar documento (NUMINUT, NINREG), para a
      *                 auditoria de numeracao (NUMAUDIT) justificar o
      *                 buraco.
      * 15/10/2026 ABM  Nota com a NF-e em transmissao (enviada pelo
      *                 NFEEXP, sem retorno do NFERET) nao pode ser
      *                 cancelada; nota autorizada cancela e o NFEEXP
      *                 envia o pedido de cancelamento.
      * 15/10/2026 ABM  A linha de historico de status grava PSH-
      *                 OCORRENCIA em branco (campo novo da ocorrencia
      *                 de transportadora).
      * 15/10/2026 ABM  Titulo cancelado de venda ja lancada no razao
      *                 registra o estorno da comissao do vendedor
      *                 (rotina comum CMESTORN, COMESTOR) para o
      *                 relatorio COMESTRL.
      * 15/10/2026 ABM  Atualiza os totais de controle do NOTAS,
      *                 CONTASR, PEDIDOS e ESTOQUE (rotina TOTCTL) a
      *                 cada gravacao do cancelamento.
      * 15/10/2026 ABM  Periodo contabil conferido e o da empresa
      *                 emitente da nota; o estorno no razao de vendas
      *                 leva a empresa do pedido (SEL-EMPRESA). A
      *                 inutilizacao aceita as series das filiais.
      * 15/10/2026 ABM  Nota de empresa a que o supervisor nao tem
      *                 acesso (rotina EMPCHK) nao e cancelada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTACANC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WRK-FS-USUARIO.
           SELECT NOTAS-EMITIDAS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PERIODOS ASSIGN TO 'PERIODOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-FS-PERIODO.
           SELECT SALES-LEDGER ASSIGN TO 'SALESLED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEL-CHAVE
               FILE STATUS IS WRK-FS-LEDGER.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT NUMEROS-INUTIL ASSIGN TO 'NUMINUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIN-CHAVE
               FILE STATUS IS WRK-FS-NUMINUT.
           SELECT PED-STATUS-HIST ASSIGN TO 'PEDSTHIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTST.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS
           LABEL RECORD IS STANDARD.
           COPY USUAREG.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PERIODOS
           LABEL RECORD IS STANDARD.
           COPY PERIREG.
       FD  SALES-LEDGER
           LABEL RECORD IS STANDARD.
           COPY SALESLED.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  NUMEROS-INUTIL
           LABEL RECORD IS STANDARD.
           COPY NINREG.
       FD  PED-STATUS-HIST
           LABEL RECORD IS STANDARD.
           COPY PSHREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PERIODO   PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
       77 WRK-FS-HISTST    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-NUMINUT   PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-SERIE        PIC X(02) VALUE SPACES.
       77 WRK-NUMERO       PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO-INUTIL PIC X(40) VALUE SPACES.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-SENHA        PIC X(10) VALUE SPACES.
       77 WRK-AUTORIZADO   PIC X(01) VALUE 'N'.
           88 SUPERVISOR-OK VALUE 'S'.
       77 WRK-NOTA         PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-MSG-ERRO     PIC X(50) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-STATUS-ANTES PIC X(01) VALUE SPACE.
       77 WRK-EOF-TITULOS  PIC X(01) VALUE 'N'.
           88 FIM-TITULOS  VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-TEM-PEDIDO   PIC X(01) VALUE 'N'.
           88 NOTA-COM-PEDIDO VALUE 'S'.
       77 WRK-QTD-TITULOS  PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-TITULOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-LINHA  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIBERADA PIC 9(07) VALUE ZEROS.
       77 WRK-LANC-GRAVADO PIC X(01) VALUE 'N'.
           88 LANC-GRAVADO VALUE 'S'.
       77 WRK-TENTATIVAS   PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-CONF-GRP.
           05 WRK-DATA-CONF    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-CONF-ED REDEFINES WRK-DATA-CONF.
               10 WRK-CONF-ANO  PIC 9(04).
               10 WRK-CONF-MES  PIC 9(02).
               10 WRK-CONF-DIA  PIC 9(02).
           COPY TRVREG.
           COPY PCKREG.
           COPY JRNREG.
           COPY SESREG.
           COPY CEAREG.
           COPY TCAREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'NOTACANC' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            IF SUPERVISOR-OK
                PERFORM 2000-MENU UNTIL OPCAO-SAIR
            END-IF.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'NOTACANC' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN INPUT USUARIOS.
            OPEN I-O NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN I-O NOTAS-EMITIDAS
            END-IF.
            OPEN I-O CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN I-O CONTAS-A-RECEBER
            END-IF.
            OPEN I-O PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN I-O PEDIDOS
            END-IF.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN INPUT PED-ITENS
            END-IF.
            OPEN I-O ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN INPUT PERIODOS.
            IF WRK-FS-PERIODO = '35'
                CLOSE PERIODOS
                OPEN OUTPUT PERIODOS
                CLOSE PERIODOS
                OPEN INPUT PERIODOS
            END-IF.
            OPEN I-O SALES-LEDGER.
            IF WRK-FS-LEDGER = '35'
                CLOSE SALES-LEDGER
                OPEN OUTPUT SALES-LEDGER
                CLOSE SALES-LEDGER
                OPEN I-O SALES-LEDGER
            END-IF.
            OPEN INPUT PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN INPUT PED-CONTROLE
            END-IF.
            OPEN I-O NUMEROS-INUTIL.
            IF WRK-FS-NUMINUT = '35'
                CLOSE NUMEROS-INUTIL
                OPEN OUTPUT NUMEROS-INUTIL
                CLOSE NUMEROS-INUTIL
                OPEN I-O NUMEROS-INUTIL
            END-IF.
            OPEN EXTEND PED-STATUS-HIST.
            IF WRK-FS-HISTST NOT = '00'
                OPEN OUTPUT PED-STATUS-HIST
            END-IF.
            PERFORM 1100-CONFERIR-SUPERVISOR.

      *----------------------------------------------------------------
      * SO SUPERVISOR (NIVEL 01) ATIVO E COM A SENHA CERTA CANCELA
      * NOTA - O NIVEL VEM DO CADASTRO USUARIOS, NAO DO TECLADO, COMO
      * NO RECPERDA E NO PEDLIBER.
      *----------------------------------------------------------------
       1100-CONFERIR-SUPERVISOR.
            DISPLAY 'CANCELAMENTO DE NOTA EMITIDA'.
            DISPLAY 'USUARIO SUPERVISOR.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'NOTACANC' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            DISPLAY 'SENHA.. '.
            ACCEPT WRK-SENHA.
            MOVE WRK-USUARIO TO USU-ID.
            READ USUARIOS
                INVALID KEY
                    DISPLAY 'USUARIO OU SENHA INVALIDOS'
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN NOT USUARIO-ATIVO
                            DISPLAY 'USUARIO NAO ESTA ATIVO'
                        WHEN USU-SENHA NOT = WRK-SENHA
                            DISPLAY 'USUARIO OU SENHA INVALIDOS'
                        WHEN USU-NIVEL NOT = 01
                            DISPLAY 'ACESSO RESTRITO AO SUPERVISOR '
                                '(NIVEL 01)'
                        WHEN OTHER
                            PERFORM 1200-CONFERIR-FUNCAO
                    END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * ALEM DO NIVEL, O CANCELAMENTO DE NOTA E FUNCAO PROPRIA NA
      * MATRIZ (NOTACANC) - NEGATIVA FICA LOGADA PELA ROTINA COMUM
      * PERMCHK.
      *----------------------------------------------------------------
       1200-CONFERIR-FUNCAO.
            MOVE WRK-USUARIO TO PCK-USUARIO.
            MOVE 'NOTACANC' TO PCK-FUNCAO.
            CALL 'PERMCHK' USING PERMCHK-AREA.
            IF PERM-OK
                MOVE 'S' TO WRK-AUTORIZADO
            ELSE
                DISPLAY 'USUARIO SEM PERMISSAO PARA CANCELAR NOTA'
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'CANCELAMENTO DE NOTA / NUMERACAO'.
            DISPLAY '1 - CANCELAR NOTA'.
            DISPLAY '2 - INUTILIZAR NUMERO DE NOTA OU FATURA'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    DISPLAY 'NUMERO DA NOTA.. '
                    ACCEPT WRK-NOTA
                    PERFORM 2100-CANCELAR-NOTA
                WHEN '2'
                    PERFORM 3000-INUTILIZAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * AS RECUSAS VEM ANTES DE QUALQUER GRAVACAO: NOTA INEXISTENTE
      * OU JA CANCELADA, PERIODO FECHADO, PEDIDO LIGADO QUE SUMIU OU
      * TITULO DO PEDIDO QUE JA RECEBEU DINHEIRO OU FOI BAIXADO.
      *----------------------------------------------------------------
       2100-CANCELAR-NOTA.
            MOVE SPACES TO WRK-MSG-ERRO.
            MOVE 'N' TO WRK-TEM-PEDIDO.
            MOVE WRK-NOTA TO NOT-NUMERO.
            READ NOTAS-EMITIDAS
                INVALID KEY
                    MOVE 'NOTA NAO ENCONTRADA' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    IF NOTA-CANCELADA
                        MOVE 'NOTA JA CANCELADA' TO WRK-MSG-ERRO
                    END-IF
      *----------------------------------------------------------------
      * NOTA NO ARQUIVO DO TRANSMISSOR (NFEEXP) AGUARDANDO O RETORNO
      * (NFERET) NAO SE CANCELA - A AUTORIZACAO PODE CHEGAR DEPOIS.
      * NOTA JA AUTORIZADA CANCELA NORMALMENTE E O NFEEXP ENVIA O
      * PEDIDO DE CANCELAMENTO NA PROXIMA RODADA.
      *----------------------------------------------------------------
                    IF NFE-ENVIADA
                        MOVE 'NF-E EM TRANSMISSAO - AGUARDE O RETORNO'
                            TO WRK-MSG-ERRO
                    END-IF
                    IF WRK-MSG-ERRO = SPACES
                        PERFORM 2150-CONFERIR-EMPRESA
                    END-IF
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                MOVE NOT-DATA TO WRK-DATA-CONF
                PERFORM 2200-CONFERIR-PERIODO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                MOVE WRK-DATA-HOJE TO WRK-DATA-CONF
                PERFORM 2200-CONFERIR-PERIODO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                AND NOT-PEDIDO NOT = ZEROS
                PERFORM 2300-CONFERIR-PEDIDO
            END-IF.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO
            ELSE
                PERFORM 2400-CONFIRMAR
            END-IF.

      *----------------------------------------------------------------
      * A NOTA E DA EMPRESA NOT-EMPRESA (ZEROS = 01) - O SUPERVISOR
      * TEM QUE TER ACESSO A ELA (ROTINA COMUM EMPCHK).
      *----------------------------------------------------------------
       2150-CONFERIR-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE NOT-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-NEGADA
                MOVE EMK-MOTIVO TO WRK-MSG-ERRO
            END-IF.

      *----------------------------------------------------------------
      * PERIODO SEM REGISTRO EM PERIODOS E ABERTO (PERIREG) - E O
      * PERIODO CONFERIDO E O DA EMPRESA EMITENTE DA NOTA. O MES DA
      * EMISSAO JA FECHADO TEM LIVRO FISCAL E EXPORTACAO CONTABIL
      * EMITIDOS; O MES DE HOJE FECHADO NAO ACEITA O ESTORNO.
      *----------------------------------------------------------------
       2200-CONFERIR-PERIODO.
            IF NOT-EMPRESA = ZEROS
                MOVE 01 TO PER-EMPRESA
            ELSE
                MOVE NOT-EMPRESA TO PER-EMPRESA
            END-IF.
            MOVE WRK-CONF-ANO TO PER-ANO.
            MOVE WRK-CONF-MES TO PER-MES.
            READ PERIODOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PERIODO-FECHADO
                        MOVE 'PERIODO CONTABIL FECHADO - RECUSADA'
                            TO WRK-MSG-ERRO
                        DISPLAY 'PERIODO ' PER-MES '/' PER-ANO
                            ' FECHADO POR ' PER-FECHADO-POR
                    END-IF
            END-READ.

       2300-CONFERIR-PEDIDO.
            MOVE NOT-PEDIDO TO PED-NUMERO.
            READ PEDIDOS
                INVALID KEY
                    MOVE 'PEDIDO DA NOTA NAO ENCONTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-PEDIDO
                    PERFORM 2310-CONFERIR-TITULOS
            END-READ.

      *----------------------------------------------------------------
      * PERCORRE OS TITULOS DO PEDIDO PELA CHAVE ALTERNADA RCB-PEDIDO
      * - QUALQUER VALOR PAGO, LIQUIDACAO OU PERDA IMPEDE O
      * CANCELAMENTO (O DINHEIRO JA ENTROU OU O PREJUIZO JA FOI
      * LANCADO; O ACERTO E PELA DEVOLUCAO, NAO PELA NOTA).
      *----------------------------------------------------------------
       2310-CONFERIR-TITULOS.
            MOVE ZEROS TO WRK-QTD-TITULOS.
            MOVE ZEROS TO WRK-VALOR-TITULOS.
            PERFORM 2900-POSICIONAR-TITULOS.
            PERFORM 2320-CONFERIR-TITULO UNTIL FIM-TITULOS.

       2320-CONFERIR-TITULO.
            IF RCB-VALOR-PAGO > ZEROS OR RECEB-LIQUIDADA
                OR RECEB-PERDA
                MOVE 'TITULO JA PAGO OU BAIXADO - RECUSADA'
                    TO WRK-MSG-ERRO
                DISPLAY 'FATURA ' RCB-FATURA ' STATUS ' RCB-STATUS
                    ' VALOR PAGO ' RCB-VALOR-PAGO
            ELSE
                IF RECEB-ABERTA
                    ADD 1 TO WRK-QTD-TITULOS
                    ADD RCB-VALOR TO WRK-VALOR-TITULOS
                END-IF
            END-IF.
            PERFORM 2910-LER-TITULO.

       2400-CONFIRMAR.
            MOVE NOT-TOTAL-BRL TO WRK-VALOR-ED.
            DISPLAY 'CLIENTE.........: ' NOT-CLIENTE.
            DISPLAY 'EMISSAO.........: ' NOT-DATA.
            DISPLAY 'TOTAL DA NOTA...: ' WRK-VALOR-ED.
            IF NOTA-COM-PEDIDO
                MOVE WRK-VALOR-TITULOS TO WRK-VALOR-ED
                DISPLAY 'PEDIDO..........: ' PED-NUMERO
                    ' STATUS ' PED-STATUS
                DISPLAY 'TITULOS A CANCELAR: ' WRK-QTD-TITULOS
                    ' VALOR ' WRK-VALOR-ED
                IF PEDIDO-ENTREGUE
                    DISPLAY 'MERCADORIA JA ENTREGUE - O ESTOQUE NAO '
                        'VOLTA PELO CANCELAMENTO'
                END-IF
            ELSE
                DISPLAY 'NOTA AVULSA - SEM TITULOS NEM PEDIDO'
            END-IF.
            DISPLAY 'MOTIVO DO CANCELAMENTO.. '.
            MOVE SPACES TO WRK-MOTIVO.
            ACCEPT WRK-MOTIVO.
            IF WRK-MOTIVO = SPACES
                DISPLAY 'MOTIVO OBRIGATORIO - CANCELAMENTO ABANDONADO'
            ELSE
                DISPLAY 'CONFIRMA O CANCELAMENTO DA NOTA (S/N).. '
                MOVE 'N' TO WRK-CONFIRMA
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 2500-EFETIVAR
                ELSE
                    DISPLAY 'CANCELAMENTO ABANDONADO'
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * COM O PEDIDO: TITULOS CANCELADOS, COMPROMETIDO DEVOLVIDO (SO
      * SE NAO FOI TUDO ENTREGUE), ESTORNO NO RAZAO SE A VENDA FOI
      * LANCADA E O PEDIDO CANCELADO. A NOTA E MARCADA POR ULTIMO.
      *----------------------------------------------------------------
       2500-EFETIVAR.
            IF NOTA-COM-PEDIDO
                PERFORM 2510-CANCELAR-TITULOS
                IF NOT PEDIDO-CANCELADO
                    PERFORM 2600-CANCELAR-PEDIDO
                END-IF
            END-IF.
            MOVE NOTA-REG      TO TCA-ANTES.
            MOVE 'C'           TO NOT-SITUACAO.
            MOVE WRK-MOTIVO    TO NOT-MOTIVO-CANCEL.
            MOVE WRK-USUARIO   TO NOT-USUARIO-CANCEL.
            MOVE WRK-DATA-HOJE TO NOT-DATA-CANCEL.
            REWRITE NOTA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR A NOTA CANCELADA'
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8960-CONTROLE-NOTA
                    DISPLAY 'NOTA ' NOT-NUMERO ' CANCELADA'
            END-REWRITE.

       2510-CANCELAR-TITULOS.
            PERFORM 2900-POSICIONAR-TITULOS.
            PERFORM 2520-CANCELAR-TITULO UNTIL FIM-TITULOS.

       2520-CANCELAR-TITULO.
            IF RECEB-ABERTA
                MOVE RECEBER-REG TO TCA-ANTES
                SET RECEB-CANCELADA TO TRUE
                MOVE WRK-DATA-HOJE TO RCB-DATA-PERDA
                MOVE WRK-MOTIVO TO RCB-MOTIVO-PERDA
                REWRITE RECEBER-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO CANCELAR A FATURA '
                            RCB-FATURA
                    NOT INVALID KEY
                        MOVE 'A' TO TCA-OPERACAO
                        PERFORM 8920-CONTROLE-RECEBER
                        PERFORM 2950-JORNAL-TITULO
                        DISPLAY 'FATURA ' RCB-FATURA ' CANCELADA'
                        IF RAZAO-LANCADO
                            PERFORM 2530-REGISTRAR-ESTORNO-COMISSAO
                        END-IF
                END-REWRITE
            END-IF.
            PERFORM 2910-LER-TITULO.

      *----------------------------------------------------------------
      * A COMISSAO DA VENDA CANCELADA JA SAI LIQUIDA PELO ESTORNO 'D'
      * NO RAZAO DE VENDAS (2700); A ROTINA CMESTORN SO REGISTRA O
      * ESTORNO POR TITULO, COM O VENDEDOR E O VALOR, PARA O
      * RELATORIO DE ESTORNOS DE COMISSAO.
      *----------------------------------------------------------------
       2530-REGISTRAR-ESTORNO-COMISSAO.
            MOVE 'E'          TO CEA-OPERACAO.
            MOVE 'C'          TO CEA-ORIGEM.
            MOVE RCB-FATURA   TO CEA-FATURA.
            MOVE RCB-PEDIDO   TO CEA-PEDIDO.
            MOVE RCB-CLIENTE  TO CEA-CLIENTE.
            MOVE RCB-VALOR    TO CEA-BASE.
            MOVE WRK-USUARIO  TO CEA-USUARIO.
            CALL 'CMESTORN' USING ESTORNO-AREA.
            IF CEA-ERRO
                DISPLAY CEA-MENSAGEM
            END-IF.

       2600-CANCELAR-PEDIDO.
            IF NOT PEDIDO-ENTREGUE
                PERFORM 2610-DEVOLVER-COMPROMETIDO
            END-IF.
            IF RAZAO-LANCADO
                PERFORM 2700-ESTORNAR-RAZAO
            END-IF.
            MOVE PEDIDO-REG TO TCA-ANTES.
            MOVE PED-STATUS TO WRK-STATUS-ANTES.
            MOVE 'C' TO PED-STATUS.
            MOVE WRK-MOTIVO TO PED-MOTIVO-CANCEL.
            REWRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR O PEDIDO ' PED-NUMERO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    PERFORM 2800-GRAVAR-HISTORICO
                    DISPLAY 'PEDIDO ' PED-NUMERO ' CANCELADO'
            END-REWRITE.

      *----------------------------------------------------------------
      * MESMA DEVOLUCAO DO CANCELAMENTO NO PEDMANUT - O COMPROMETIDO
      * DAS QUANTIDADES AINDA NAO ENTREGUES VOLTA PARA O DISPONIVEL.
      * O QUE JA EMBARCOU NAO VOLTA POR AQUI.
      *----------------------------------------------------------------
       2610-DEVOLVER-COMPROMETIDO.
            MOVE ZEROS TO WRK-QTD-LIBERADA.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE PED-NUMERO TO ITN-PEDIDO.
            MOVE ZEROS TO ITN-LINHA.
            START PED-ITENS KEY IS NOT LESS THAN ITN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2620-LER-ITEM
                PERFORM 2630-DEVOLVER-LINHA UNTIL FIM-ITENS
            END-IF.
            IF WRK-QTD-LIBERADA > ZEROS
                DISPLAY 'UNIDADES DEVOLVIDAS AO DISPONIVEL: '
                    WRK-QTD-LIBERADA
            END-IF.

       2620-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                IF ITN-PEDIDO NOT = PED-NUMERO
                    MOVE 'S' TO WRK-EOF-ITENS
                END-IF
            END-IF.

       2630-DEVOLVER-LINHA.
            COMPUTE WRK-SALDO-LINHA =
                ITN-QUANTIDADE - ITN-QTD-ENTREGUE.
            IF WRK-SALDO-LINHA > ZEROS
                MOVE ITN-PRODUTO TO EST-PRODUTO
                READ ESTOQUE-SALDO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ESTOQUE-REG TO TCA-ANTES
                        SUBTRACT WRK-SALDO-LINHA
                            FROM EST-COMPROMETIDO
                        REWRITE ESTOQUE-REG
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD WRK-SALDO-LINHA TO WRK-QTD-LIBERADA
                                MOVE 'A' TO TCA-OPERACAO
                                PERFORM 8940-CONTROLE-ESTOQUE
                        END-REWRITE
                END-READ
            END-IF.
            PERFORM 2620-LER-ITEM.

      *----------------------------------------------------------------
      * ESTORNO DA VENDA LANCADA PELO FATURA: DEVOLUCAO 'D' DE MESMO
      * VALOR, DATADA DE HOJE, REFERENCIANDO O LANCAMENTO ORIGINAL
      * GUARDADO NO PEDIDO - O MESMO ESTORNO QUE O FATURA FAZ PARA
      * PEDIDO CANCELADO, FEITO AQUI NA HORA. A SITUACAO ESTORNADO
      * NO PEDIDO IMPEDE QUE O FATURA ESTORNE DE NOVO.
      *----------------------------------------------------------------
       2700-ESTORNAR-RAZAO.
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
            MOVE PED-EMPRESA    TO SEL-EMPRESA.
            MOVE 'N' TO WRK-LANC-GRAVADO.
            MOVE ZEROS TO WRK-TENTATIVAS.
            PERFORM 2710-TENTAR-GRAVAR
                UNTIL LANC-GRAVADO OR WRK-TENTATIVAS >= 60.
            IF LANC-GRAVADO
                MOVE 'E' TO PED-RAZAO-SITUACAO
                DISPLAY 'VENDA ESTORNADA NO RAZAO DE VENDAS'
            ELSE
                DISPLAY 'ERRO AO ESTORNAR NO RAZAO O PEDIDO '
                    PED-NUMERO ' - O FATURA ESTORNA NA PROXIMA NOITE'
            END-IF.

      *----------------------------------------------------------------
      * CHAVE CLIENTE+DATA+HORA OCUPADA AVANCA A HORA DE UM EM UM,
      * COMO NO FATURA (TETO DE 60 TENTATIVAS).
      *----------------------------------------------------------------
       2710-TENTAR-GRAVAR.
            WRITE SALES-LEDGER-REG
                INVALID KEY
                    ADD 1 TO WRK-TENTATIVAS
                    ADD 1 TO SEL-HORA
                NOT INVALID KEY
                    MOVE 'S' TO WRK-LANC-GRAVADO
            END-WRITE.

      *----------------------------------------------------------------
      * TRANSICAO DE STATUS NO HISTORICO, COMO NO PEDMANUT.
      *----------------------------------------------------------------
       2800-GRAVAR-HISTORICO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA      TO PSH-DATA.
            MOVE WRK-DH-HORA      TO PSH-HORA.
            MOVE WRK-USUARIO      TO PSH-USUARIO.
            MOVE PED-NUMERO       TO PSH-PEDIDO.
            MOVE WRK-STATUS-ANTES TO PSH-STATUS-ANTES.
            MOVE PED-STATUS       TO PSH-STATUS-DEPOIS.
            MOVE SPACE            TO PSH-OCORRENCIA.
            WRITE PSH-LINHA.

       2900-POSICIONAR-TITULOS.
            MOVE 'N' TO WRK-EOF-TITULOS.
            MOVE PED-NUMERO TO RCB-PEDIDO.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-PEDIDO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-START.
            IF NOT FIM-TITULOS
                PERFORM 2910-LER-TITULO
            END-IF.

       2910-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-READ.
            IF NOT FIM-TITULOS
                IF RCB-PEDIDO NOT = PED-NUMERO
                    MOVE 'S' TO WRK-EOF-TITULOS
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * IMAGEM DEPOIS DO TITULO PARA O JORNAL DE ATUALIZACOES (ROTINA
      * COMUM JORNAL), COMO NO RECPERDA.
      *----------------------------------------------------------------
       2950-JORNAL-TITULO.
            MOVE WRK-USUARIO TO JRA-USUARIO.
            MOVE 'CONTASR' TO JRA-ARQUIVO.
            MOVE 'G' TO JRA-OPERACAO.
            MOVE SPACES TO JRA-IMAGEM.
            MOVE RECEBER-REG TO JRA-IMAGEM.
            CALL 'JORNAL' USING JORNAL-AREA.

      *----------------------------------------------------------------
      * INUTILIZACAO - SO NUMERO QUE O CONTADOR JA CONSUMIU (ATE O
      * ULTIMO NUMERO DE PEDCTRL DA SERIE) E QUE NAO EXISTE NO
      * ARQUIVO DE DESTINO. DOCUMENTO EXISTENTE SE CANCELA (OPCAO 1),
      * NAO SE INUTILIZA.
      *----------------------------------------------------------------
       3000-INUTILIZAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            DISPLAY 'SERIE (NT/Nn = NOTA, FT/Fn = FATURA).. '.
            MOVE SPACES TO WRK-SERIE.
            ACCEPT WRK-SERIE.
            DISPLAY 'NUMERO A INUTILIZAR.. '.
            MOVE ZEROS TO WRK-NUMERO.
            ACCEPT WRK-NUMERO.
            MOVE WRK-SERIE TO NIN-SERIE.
            MOVE WRK-NUMERO TO NIN-NUMERO.
            IF NOT SERIE-VALIDA OR WRK-NUMERO = ZEROS
                MOVE 'SERIE OU NUMERO INVALIDO' TO WRK-MSG-ERRO
            ELSE
                PERFORM 3100-CONFERIR-CONTADOR
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 3200-CONFERIR-DOCUMENTO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                MOVE WRK-SERIE TO NIN-SERIE
                MOVE WRK-NUMERO TO NIN-NUMERO
                READ NUMEROS-INUTIL
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'NUMERO JA INUTILIZADO' TO WRK-MSG-ERRO
                        DISPLAY 'EM ' NIN-DATA ' POR ' NIN-USUARIO
                END-READ
            END-IF.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO
            ELSE
                PERFORM 3300-GRAVAR-INUTIL
            END-IF.

       3100-CONFERIR-CONTADOR.
            MOVE WRK-SERIE TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            IF WRK-NUMERO > PCT-ULTIMO-NUMERO
                MOVE 'NUMERO AINDA NAO EMITIDO PELO CONTADOR'
                    TO WRK-MSG-ERRO
            END-IF.

       3200-CONFERIR-DOCUMENTO.
            IF SERIE-NOTA
                MOVE WRK-NUMERO TO NOT-NUMERO
                READ NOTAS-EMITIDAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'NOTA EXISTE - USE O CANCELAMENTO'
                            TO WRK-MSG-ERRO
                END-READ
            ELSE
                MOVE WRK-NUMERO TO RCB-FATURA
                READ CONTAS-A-RECEBER KEY IS RCB-FATURA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'FATURA EXISTE EM CONTAS A RECEBER'
                            TO WRK-MSG-ERRO
                END-READ
            END-IF.

       3300-GRAVAR-INUTIL.
            DISPLAY 'MOTIVO DA INUTILIZACAO.. '.
            MOVE SPACES TO WRK-MOTIVO-INUTIL.
            ACCEPT WRK-MOTIVO-INUTIL.
            IF WRK-MOTIVO-INUTIL = SPACES
                DISPLAY 'MOTIVO OBRIGATORIO - INUTILIZACAO ABANDONADA'
            ELSE
                DISPLAY 'CONFIRMA A INUTILIZACAO (S/N).. '
                MOVE 'N' TO WRK-CONFIRMA
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    MOVE WRK-SERIE         TO NIN-SERIE
                    MOVE WRK-NUMERO        TO NIN-NUMERO
                    MOVE WRK-DATA-HOJE     TO NIN-DATA
                    MOVE WRK-USUARIO       TO NIN-USUARIO
                    MOVE WRK-MOTIVO-INUTIL TO NIN-MOTIVO
                    WRITE NUMERO-INUTIL-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR A INUTILIZACAO'
                        NOT INVALID KEY
                            DISPLAY 'NUMERO ' NIN-SERIE ' '
                                NIN-NUMERO ' INUTILIZADO'
                    END-WRITE
                ELSE
                    DISPLAY 'INUTILIZACAO ABANDONADA'
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'NOTACANC' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'NOTACANC' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'NOTACANC' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8960-CONTROLE-NOTA.
            MOVE 'NOTAS' TO TCA-ARQUIVO.
            MOVE 'NOTACANC' TO TCA-PROGRAMA.
            MOVE NOTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            CLOSE USUARIOS.
            CLOSE NOTAS-EMITIDAS.
            CLOSE CONTAS-A-RECEBER.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE ESTOQUE-SALDO.
            CLOSE PERIODOS.
            CLOSE SALES-LEDGER.
            CLOSE PED-CONTROLE.
            CLOSE NUMEROS-INUTIL.
            CLOSE PED-STATUS-HIST.

       END PROGRAM NOTACANC.
