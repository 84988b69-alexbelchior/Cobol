      *                 a linha de ESTMOV.TXT carrega a OC como
      *                 origem/documento e a OC vira RECEBIDA quando
      *                 todas as linhas completam.
      * 15/10/2026 ABM  A entrada por OC mostra o preco acertado na
      *                 linha da OC ao pedir o custo do recebimento.
      * 15/10/2026 ABM  Nova opcao 7 - REVISAR PONTOS PROPOSTOS: o
      *                 planejador (funcao PONTOREP) aprova ou rejeita
      *                 as propostas de ponto de reposicao do ESTPREVI
      *                 (PONTPROP). Toda mudanca de ponto, manual ou
      *                 aprovada, grava linha em PONTOHIS.TXT com
      *                 data/hora/usuario e ponto antes/depois.
      * 15/10/2026 ABM  Produto serializado (PRO-SERIALIZADO) exige uma
      *                 serie por unidade na entrada, na entrada por OC
      *                 e na transferencia (rotina comum SERCAPT); sem a
      *                 captura completa o movimento nao e gravado. O
      *                 ajuste avisa para acertar as series no SERCONS.
      * 15/10/2026 ABM  Atualiza os totais de controle do ESTOQUE
      *                 (rotina TOTCTL) a cada gravacao de saldo.
      * 15/10/2026 ABM  Captura de series chamada no modo normal
      *                 (SCP-MODO em branco) da rotina SERCAPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMANU.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-CHAVE
               FILE STATUS IS WRK-FS-OCITEM.
           SELECT PONTO-PROPOSTA ASSIGN TO 'PONTPROP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPR-PRODUTO
               FILE STATUS IS WRK-FS-PROPOSTA.
           SELECT PONTO-HISTORICO ASSIGN TO 'PONTOHIS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTOHIS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS-MASTER
       FD  OC-ITENS
           LABEL RECORD IS STANDARD.
           COPY OCPIREG.
       FD  PONTO-PROPOSTA
           LABEL RECORD IS STANDARD.
           COPY PPRREG.
       FD  PONTO-HISTORICO
           LABEL RECORD IS STANDARD.
       01 PONTO-LINHA.
           05 PTH-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PTH-HORA          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PTH-USUARIO       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PTH-PRODUTO       PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PTH-PONTO-ANTES   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PTH-PONTO-DEPOIS  PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PTH-ORIGEM        PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-LOTE         PIC X(10) VALUE SPACES.
       77 WRK-VALIDADE     PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-ANTES  PIC S9(07) VALUE ZEROS.
       77 WRK-FS-PROPOSTA  PIC X(02) VALUE '00'.
       77 WRK-FS-PONTOHIS  PIC X(02) VALUE '00'.
       77 WRK-EOF-PROPOSTA PIC X(01) VALUE 'N'.
           88 FIM-PROPOSTAS VALUE 'S'.
       77 WRK-PONTO-ANTES  PIC 9(05) VALUE ZEROS.
       77 WRK-ORIGEM-PONTO PIC X(08) VALUE SPACES.
       77 WRK-DECISAO      PIC X(01) VALUE SPACE.
           88 DECISAO-APROVAR  VALUE 'A' 'a'.
           88 DECISAO-REJEITAR VALUE 'R' 'r'.
           88 DECISAO-ENCERRAR VALUE 'X' 'x'.
       77 WRK-AUTORIZADO   PIC X(01) VALUE 'N'.
       77 WRK-EVENTO-SERIE PIC X(01) VALUE SPACE.
       77 WRK-SERIES-OK    PIC X(01) VALUE 'S'.
           88 SERIES-OK    VALUE 'S'.
           88 USUARIO-AUTORIZADO VALUE 'S'.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY TRVREG.
           COPY SESREG.
           COPY PCKREG.
           COPY SCPREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'ESTMANU' TO TRV-PROGRAMA.
                CLOSE OC-ITENS
                OPEN I-O OC-ITENS
            END-IF.
            OPEN I-O PONTO-PROPOSTA.
            IF WRK-FS-PROPOSTA = '35'
                CLOSE PONTO-PROPOSTA
                OPEN OUTPUT PONTO-PROPOSTA
                CLOSE PONTO-PROPOSTA
                OPEN I-O PONTO-PROPOSTA
            END-IF.
            OPEN EXTEND PONTO-HISTORICO.
            IF WRK-FS-PONTOHIS NOT = '00'
                OPEN OUTPUT PONTO-HISTORICO
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            DISPLAY '4 - CONSULTAR SALDO'.
            DISPLAY '5 - ENTRADA POR ORDEM DE COMPRA'.
            DISPLAY '6 - TRANSFERENCIA ENTRE ARMAZENS'.
            DISPLAY '7 - REVISAR PONTOS PROPOSTOS'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
                    PERFORM 2500-ENTRADA-OC
                WHEN '6'
                    PERFORM 2600-TRANSFERENCIA
                WHEN '7'
                    PERFORM 2700-REVISAR-PROPOSTAS
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                DISPLAY 'CUSTO UNITARIO DO RECEBIMENTO.. '
                ACCEPT WRK-CUSTO-UNIT
                PERFORM 2905-PEDIR-LOTE
                MOVE 'E' TO WRK-EVENTO-SERIE
                MOVE ZEROS TO SCP-DOCUMENTO
                MOVE ZEROS TO SCP-FORNECEDOR
                PERFORM 2960-CAPTURAR-SERIES
                IF SERIES-OK
                    PERFORM 2910-LER-SALDO
                    PERFORM 2915-CUSTO-MEDIO
                    ADD WRK-QUANTIDADE TO EST-SALDO
                    PERFORM 2920-GRAVAR-SALDO
                    PERFORM 2940-LER-SALDO-ARMAZEM
                    ADD WRK-QUANTIDADE TO EAR-SALDO
                    PERFORM 2945-GRAVAR-SALDO-ARMAZEM
                    PERFORM 2955-ENTRAR-LOTE
                    MOVE 'E' TO WRK-TIPO-MOV
                    MOVE ZEROS TO MOV-DOCUMENTO
                    PERFORM 2930-GRAVAR-MOVIMENTO
                    DISPLAY 'SALDO ATUALIZADO: ' EST-SALDO
                ELSE
                    DISPLAY 'ENTRADA NAO GRAVADA'
                END-IF
            END-IF.

      *----------------------------------------------------------------
                    '  NO ARMAZEM: ' EAR-SALDO
                DISPLAY 'SALDO CONTADO NO INVENTARIO.. '
                ACCEPT WRK-QUANTIDADE
                IF PRODUTO-SERIALIZADO
                    DISPLAY 'PRODUTO SERIALIZADO - ACERTE AS SERIES '
                        'DO ARMAZEM NO SERCONS'
                END-IF
      *----------------------------------------------------------------
      * O CONTADO SUBSTITUI O SALDO DO ARMAZEM; O GLOBAL RECEBE A
      * DIFERENCA, PARA OS DOIS CONTINUAREM BATENDO.
                PERFORM 2910-LER-SALDO
                DISPLAY 'PONTO DE REPOSICAO ATUAL: '
                    EST-PONTO-REPOSICAO
                MOVE EST-PONTO-REPOSICAO TO WRK-PONTO-ANTES
                DISPLAY 'NOVO PONTO DE REPOSICAO.. '
                ACCEPT EST-PONTO-REPOSICAO
                PERFORM 2920-GRAVAR-SALDO
                MOVE 'MANUAL' TO WRK-ORIGEM-PONTO
                PERFORM 2980-HISTORICO-PONTO
                DISPLAY 'PONTO DE REPOSICAO GRAVADO'
            END-IF.

                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.

      *----------------------------------------------------------------
      * CUSTO MEDIO MOVEL - O CUSTO DO RECEBIMENTO E PONDERADO COM O
            REWRITE ESTOQUE-REG
                INVALID KEY
                    WRITE ESTOQUE-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8940-CONTROLE-ESTOQUE.

      *----------------------------------------------------------------
      * RECEBIMENTO CONTRA A OC - CADA LINHA PENDENTE E CONFERIDA:
                OPI-QTD-PEDIDA - OPI-QTD-RECEBIDA.
            DISPLAY 'LINHA ' OPI-LINHA ' PRODUTO ' OPI-PRODUTO
                ' PEDIDO ' OPI-QTD-PEDIDA
                ' RECEBIDO ' OPI-QTD-RECEBIDA
                ' PRECO OC ' OPI-PRECO-UNIT.
            DISPLAY 'QUANTIDADE RECEBIDA AGORA (0 = NADA).. '.
            ACCEPT WRK-QTD-RECEBIDA.
            IF WRK-QTD-RECEBIDA > ZEROS
                MOVE OPI-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE 'N' TO PRO-SERIALIZADO
                END-READ
                MOVE 'E' TO WRK-EVENTO-SERIE
                MOVE 'OC' TO WRK-ORIGEM-MOV
                MOVE OPI-PRODUTO TO WRK-CODIGO
                MOVE WRK-QTD-RECEBIDA TO WRK-QUANTIDADE
                MOVE OCP-NUMERO TO SCP-DOCUMENTO
                MOVE OCP-FORNECEDOR TO SCP-FORNECEDOR
                PERFORM 2960-CAPTURAR-SERIES
                MOVE 'ESTMANU' TO WRK-ORIGEM-MOV
                IF NOT SERIES-OK
                    DISPLAY 'LINHA NAO RECEBIDA'
                    MOVE ZEROS TO WRK-QTD-RECEBIDA
                END-IF
            END-IF.
            IF WRK-QTD-RECEBIDA > ZEROS
                DISPLAY 'CUSTO UNITARIO DO RECEBIMENTO.. '
                ACCEPT WRK-CUSTO-UNIT
                IF WRK-ARMAZEM = WRK-ARMAZEM-DEST
                    DISPLAY 'ORIGEM E DESTINO IGUAIS - NADA FEITO'
                ELSE
                    MOVE 'T' TO WRK-EVENTO-SERIE
                    MOVE ZEROS TO SCP-DOCUMENTO
                    MOVE ZEROS TO SCP-FORNECEDOR
                    PERFORM 2960-CAPTURAR-SERIES
                END-IF
                IF WRK-ARMAZEM NOT = WRK-ARMAZEM-DEST AND SERIES-OK
                    MOVE SPACES TO WRK-LOTE
                    PERFORM 2940-LER-SALDO-ARMAZEM
                    IF EAR-SALDO < WRK-QUANTIDADE
                END-REWRITE
            END-IF.

      *----------------------------------------------------------------
      * PRODUTO SERIALIZADO - UMA SERIE POR UNIDADE PELA ROTINA COMUM
      * SERCAPT (EVENTO EM WRK-EVENTO-SERIE, DOCUMENTO E FORNECEDOR
      * JA EM SCP-); SEM A CAPTURA COMPLETA O MOVIMENTO NAO E GRAVADO
      * E AS SERIES CONTINUAM BATENDO COM O SALDO.
      *----------------------------------------------------------------
       2960-CAPTURAR-SERIES.
            MOVE 'S' TO WRK-SERIES-OK.
            IF PRODUTO-SERIALIZADO
                MOVE WRK-EVENTO-SERIE TO SCP-EVENTO
                MOVE WRK-CODIGO       TO SCP-PRODUTO
                MOVE WRK-QUANTIDADE   TO SCP-QUANTIDADE
                MOVE ZEROS            TO SCP-QTD-SUCATA
                MOVE WRK-ARMAZEM      TO SCP-ARMAZEM
                MOVE WRK-ARMAZEM-DEST TO SCP-ARMAZEM-DEST
                IF SCP-TRANSFERENCIA
                    MOVE 'TRANSF' TO SCP-ORIGEM
                ELSE
                    MOVE WRK-ORIGEM-MOV TO SCP-ORIGEM
                END-IF
                MOVE ZEROS            TO SCP-CLIENTE
                MOVE WRK-USUARIO      TO SCP-USUARIO
                MOVE SPACE            TO SCP-MODO
                CALL 'SERCAPT' USING SERCAPT-AREA
                MOVE SCP-CAPTURA-OK TO WRK-SERIES-OK
            END-IF.

       2940-LER-SALDO-ARMAZEM.
            MOVE WRK-ARMAZEM TO EAR-ARMAZEM.
            MOVE WRK-CODIGO TO EAR-PRODUTO.
            MOVE WRK-LOTE       TO MOV-LOTE.
            WRITE MOVEST-LINHA.

      *----------------------------------------------------------------
      * REVISAO DAS PROPOSTAS DE PONTO DE REPOSICAO DO ESTPREVI - SO
      * PARA QUEM TEM A FUNCAO PONTOREP NA MATRIZ DE PERMISSOES. CADA
      * PROPOSTA PENDENTE E MOSTRADA COM O PONTO ATUAL E O PROPOSTO:
      * A APROVA (O PONTO MUDA E GANHA LINHA EM PONTOHIS.TXT), R
      * REJEITA (O PONTO FICA), ENTER PULA (CONTINUA PENDENTE) E X
      * ENCERRA A REVISAO.
      *----------------------------------------------------------------
       2700-REVISAR-PROPOSTAS.
            MOVE 'N' TO WRK-AUTORIZADO.
            MOVE WRK-USUARIO TO PCK-USUARIO.
            MOVE 'PONTOREP' TO PCK-FUNCAO.
            CALL 'PERMCHK' USING PERMCHK-AREA.
            IF PERM-OK
                MOVE 'S' TO WRK-AUTORIZADO
            ELSE
                DISPLAY 'USUARIO SEM PERMISSAO PARA APROVAR PONTO '
                    'DE REPOSICAO'
            END-IF.
            IF USUARIO-AUTORIZADO
                MOVE ZEROS TO WRK-QTD-LISTADOS
                MOVE SPACE TO WRK-DECISAO
                MOVE 'N' TO WRK-EOF-PROPOSTA
                MOVE ZEROS TO PPR-PRODUTO
                START PONTO-PROPOSTA KEY IS NOT LESS THAN PPR-PRODUTO
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-PROPOSTA
                END-START
                PERFORM 2710-LER-PROPOSTA
                PERFORM 2720-DECIDIR-PROPOSTA
                    UNTIL FIM-PROPOSTAS OR DECISAO-ENCERRAR
                IF WRK-QTD-LISTADOS = ZEROS
                    DISPLAY 'NENHUMA PROPOSTA PENDENTE'
                END-IF
            END-IF.

       2710-LER-PROPOSTA.
            IF NOT FIM-PROPOSTAS
                READ PONTO-PROPOSTA NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-PROPOSTA
                END-READ
            END-IF.

       2720-DECIDIR-PROPOSTA.
            IF PROPOSTA-PENDENTE
                ADD 1 TO WRK-QTD-LISTADOS
                MOVE PPR-PRODUTO TO WRK-CODIGO
                MOVE PPR-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE SPACES TO PRO-DESCRICAO
                END-READ
                PERFORM 2910-LER-SALDO
                DISPLAY ' '
                DISPLAY 'PRODUTO..........: ' PPR-PRODUTO ' '
                    PRO-DESCRICAO
                DISPLAY 'MEDIA/PICO MENSAL: ' PPR-MEDIA-MENSAL ' / '
                    PPR-PICO-MENSAL '  JANELA ' PPR-MESES-JANELA
                    ' MESES  PRAZO ' PPR-PRAZO-ENTREGA ' DIAS'
                DISPLAY 'PONTO ATUAL......: ' EST-PONTO-REPOSICAO
                DISPLAY 'PONTO PROPOSTO...: ' PPR-PONTO-PROPOSTO
                DISPLAY 'A-APROVAR R-REJEITAR ENTER-PULAR X-ENCERRAR.. '
                MOVE SPACE TO WRK-DECISAO
                ACCEPT WRK-DECISAO
                EVALUATE TRUE
                    WHEN DECISAO-APROVAR
                        MOVE EST-PONTO-REPOSICAO TO WRK-PONTO-ANTES
                        MOVE PPR-PONTO-PROPOSTO TO EST-PONTO-REPOSICAO
                        PERFORM 2920-GRAVAR-SALDO
                        MOVE 'PREVISAO' TO WRK-ORIGEM-PONTO
                        PERFORM 2980-HISTORICO-PONTO
                        MOVE 'A' TO PPR-SITUACAO
                        PERFORM 2730-GRAVAR-DECISAO
                        DISPLAY 'PONTO DE REPOSICAO GRAVADO'
                    WHEN DECISAO-REJEITAR
                        MOVE 'R' TO PPR-SITUACAO
                        PERFORM 2730-GRAVAR-DECISAO
                        DISPLAY 'PROPOSTA REJEITADA'
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF NOT DECISAO-ENCERRAR
                PERFORM 2710-LER-PROPOSTA
            END-IF.

       2730-GRAVAR-DECISAO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            MOVE WRK-USUARIO TO PPR-USUARIO.
            MOVE WRK-DH-DATA TO PPR-DATA-DECISAO.
            REWRITE PONTO-PROPOSTA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A PROPOSTA'
            END-REWRITE.

      *----------------------------------------------------------------
      * TODA MUDANCA DE PONTO DE REPOSICAO GANHA UMA LINHA DE
      * HISTORICO, COMO O CUSTOHIS.TXT DO CUSTO PADRAO - ORIGEM
      * MANUAL (OPCAO 3) OU PREVISAO (PROPOSTA APROVADA).
      *----------------------------------------------------------------
       2980-HISTORICO-PONTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA TO PTH-DATA.
            MOVE WRK-DH-HORA TO PTH-HORA.
            MOVE WRK-USUARIO TO PTH-USUARIO.
            MOVE WRK-CODIGO TO PTH-PRODUTO.
            MOVE WRK-PONTO-ANTES TO PTH-PONTO-ANTES.
            MOVE EST-PONTO-REPOSICAO TO PTH-PONTO-DEPOIS.
            MOVE WRK-ORIGEM-PONTO TO PTH-ORIGEM.
            WRITE PONTO-LINHA.

       3000-FINALIZAR.
            CLOSE PRODUTOS-MASTER.
            CLOSE ESTOQUE-SALDO.
            CLOSE OC-ITENS.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE ESTOQUE-LOTES.
            CLOSE PONTO-PROPOSTA.
            CLOSE PONTO-HISTORICO.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'ESTMANU' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM ESTMANU.
