      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ESTOQUE EM CONSIGNACAO NO CLIENTE - O LOCAL DE
      *          CONSIGNACAO E UM REGISTRO DO MESTRE ARMAZENS DE TIPO
      *          C (UM POR CLIENTE, CADASTRADO NO ARMMANU) E O SALDO
      *          FICA EM ESTARMZ COMO O DE QUALQUER ARMAZEM, AINDA
      *          DENTRO DO ESTOQUE DA EMPRESA. REMESSA E RETORNO SAO
      *          TRANSFERENCIAS ENTRE UM ARMAZEM PROPRIO E O LOCAL DO
      *          CLIENTE (NAO SAO VENDA); O RELATORIO DE CONSUMO DO
      *          CLIENTE VIRA UM PEDIDO NORMAL EM PEDIDOS/PEDITENS,
      *          JA ENTREGUE, QUE O FATURA FATURA COMO OS DEMAIS; A
      *          CONTAGEM NO CLIENTE ACERTA O SALDO DO LOCAL E GRAVA A
      *          DATA DA ULTIMA CONTAGEM NO MESTRE DE ARMAZENS.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Atualiza os totais de controle do ESTOQUE e do
      *                 PEDIDOS (rotina TOTCTL) a cada gravacao.
      * 15/10/2026 ABM  Pede a empresa/filial da sessao (rotina comum
      *                 EMPCHK); o pedido de faturamento do consumo sai
      *                 nela (PED-EMPRESA).
      * 15/10/2026 ABM  Captura de series chamada no modo normal
      *                 (SCP-MODO em branco) da rotina SERCAPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARMAZENS ASSIGN TO 'ARMAZENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-CODIGO
               FILE STATUS IS WRK-FS-ARMAZEM.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
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
           SELECT ESTOQUE-ARMAZEM ASSIGN TO 'ESTARMZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAR-CHAVE
               FILE STATUS IS WRK-FS-ESTARMZ.
           SELECT ESTOQUE-MOVTOS ASSIGN TO 'ESTMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
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
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT PRECO-TABELA ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRODUTO
               FILE STATUS IS WRK-FS-PRECO.
           SELECT ACORDOS-PRECO ASSIGN TO 'ACORDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS WRK-FS-ACORDO.
       DATA DIVISION.
       FILE SECTION.
       FD  ARMAZENS
           LABEL RECORD IS STANDARD.
           COPY ARMZREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  PRECO-TABELA
           LABEL RECORD IS STANDARD.
           COPY PRECOREG.
       FD  ACORDOS-PRECO
           LABEL RECORD IS STANDARD.
           COPY ACORREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARMAZEM   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-PRECO     PIC X(02) VALUE '00'.
       77 WRK-FS-ACORDO    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-LOCAL        PIC 9(02) VALUE ZEROS.
       77 WRK-ARMAZEM      PIC 9(02) VALUE ZEROS.
       77 WRK-ARMAZEM-DEST PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-QUANTIDADE   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONTADA  PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-NOVO   PIC S9(07) VALUE ZEROS.
       77 WRK-TIPO-MOV     PIC X(01) VALUE SPACE.
       77 WRK-ORIGEM-MOV   PIC X(10) VALUE SPACES.
       77 WRK-DOCUMENTO    PIC 9(06) VALUE ZEROS.
       77 WRK-EVENTO-SERIE PIC X(01) VALUE SPACE.
       77 WRK-SERIES-OK    PIC X(01) VALUE 'S'.
           88 SERIES-OK    VALUE 'S'.
       77 WRK-LOCAL-OK     PIC X(01) VALUE 'N'.
           88 LOCAL-ACHADO VALUE 'S'.
       77 WRK-EOF-ARMAZEM  PIC X(01) VALUE 'N'.
           88 FIM-ARMAZENS VALUE 'S'.
       77 WRK-EOF-ESTARMZ  PIC X(01) VALUE 'N'.
           88 FIM-ESTARMZ  VALUE 'S'.
       77 WRK-FIM-LINHAS   PIC X(01) VALUE 'N'.
           88 FIM-LINHAS   VALUE 'S'.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-FAIXA    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ITENS    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-CONTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-JA-LANCADO   PIC X(01) VALUE 'N'.
           88 PRODUTO-JA-LANCADO VALUE 'S'.
       77 WRK-PRECO-UNIT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-TABELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ORIGEM-PRECO PIC X(01) VALUE 'T'.
       77 WRK-PROMOCAO     PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-LOCAL  PIC 9(11)V99 VALUE ZEROS.
       01 WRK-ITENS-TABELA.
           05 WRK-ITEM OCCURS 20 TIMES.
               10 WRK-ITEM-PRODUTO  PIC 9(06).
               10 WRK-ITEM-QTD      PIC 9(05).
               10 WRK-ITEM-PRECO    PIC 9(07)V99.
               10 WRK-ITEM-TOTAL    PIC 9(09)V99.
               10 WRK-ITEM-ORIGEM   PIC X(01).
               10 WRK-ITEM-PROMOCAO PIC 9(06).
               10 WRK-ITEM-OK       PIC X(01).
                   88 ITEM-GRAVAVEL VALUE 'S'.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       01 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           COPY TRVREG.
           COPY SESREG.
           COPY SCPREG.
           COPY PMBREG.
           COPY TCAREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'CSGMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'CSGMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN I-O ARMAZENS.
            IF WRK-FS-ARMAZEM = '35'
                CLOSE ARMAZENS
                OPEN OUTPUT ARMAZENS
                CLOSE ARMAZENS
                OPEN I-O ARMAZENS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN I-O ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN I-O ESTOQUE-ARMAZEM.
            IF WRK-FS-ESTARMZ = '35'
                CLOSE ESTOQUE-ARMAZEM
                OPEN OUTPUT ESTOQUE-ARMAZEM
                CLOSE ESTOQUE-ARMAZEM
                OPEN I-O ESTOQUE-ARMAZEM
            END-IF.
            OPEN EXTEND ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT ESTOQUE-MOVTOS
            END-IF.
            OPEN I-O PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN I-O PEDIDOS
            END-IF.
            OPEN I-O PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN I-O PED-ITENS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN INPUT PRECO-TABELA.
            OPEN INPUT ACORDOS-PRECO.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'CSGMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            MOVE 'N' TO EMK-RESULTADO.
            PERFORM 1300-PEDIR-EMPRESA UNTIL EMPRESA-OK.

      *----------------------------------------------------------------
      * A EMPRESA/FILIAL DA SESSAO (MESTRE EMPRESAS) - O PEDIDO GERADO
      * SAI NELA. EM BRANCO E A MATRIZ 01; AS FILIAIS EXIGEM A FUNCAO
      * EMPRESnn DO USUARIO NA MATRIZ DE PERMISSOES (ROTINA EMPCHK).
      *----------------------------------------------------------------
       1300-PEDIR-EMPRESA.
            DISPLAY 'EMPRESA (ENTER = 01 MATRIZ).. '.
            MOVE ZEROS TO WRK-EMPRESA.
            ACCEPT WRK-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE WRK-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-OK
                MOVE EMK-EMPRESA TO WRK-EMPRESA
                DISPLAY 'EMPRESA: ' WRK-EMPRESA ' ' EMK-RAZAO-SOCIAL
            ELSE
                DISPLAY EMK-MOTIVO
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'ESTOQUE EM CONSIGNACAO NO CLIENTE'.
            DISPLAY '1 - REMESSA PARA O CLIENTE'.
            DISPLAY '2 - RETORNO DO CLIENTE'.
            DISPLAY '3 - RELATORIO DE CONSUMO DO CLIENTE'.
            DISPLAY '4 - CONTAGEM NO CLIENTE'.
            DISPLAY '5 - POSICAO DO CLIENTE'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-REMESSA
                WHEN '2'
                    PERFORM 2200-RETORNO
                WHEN '3'
                    PERFORM 2300-CONSUMO
                WHEN '4'
                    PERFORM 2400-CONTAGEM
                WHEN '5'
                    PERFORM 2500-POSICAO
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * REMESSA - TRANSFERENCIA DE UM ARMAZEM PROPRIO PARA O LOCAL DE
      * CONSIGNACAO DO CLIENTE. O SALDO GLOBAL (ESTOQUE) NAO MUDA; O
      * PAR SAIDA/ENTRADA VAI PARA ESTMOV.TXT COM ORIGEM CONSIG E O
      * CLIENTE NO DOCUMENTO. PRODUTO SERIALIZADO TRANSFERE AS SERIES.
      *----------------------------------------------------------------
       2100-REMESSA.
            PERFORM 2900-LOCAL-DO-CLIENTE.
            IF LOCAL-ACHADO
                PERFORM 2915-LER-ARMAZEM-PROPRIO
            END-IF.
            IF LOCAL-ACHADO
                PERFORM 2910-VALIDAR-PRODUTO
            END-IF.
            IF LOCAL-ACHADO AND WRK-FS-PRODUTO = '00'
                DISPLAY 'QUANTIDADE.. '
                ACCEPT WRK-QUANTIDADE
                PERFORM 2940-LER-SALDO-ARMAZEM
                IF WRK-QUANTIDADE = ZEROS
                    OR EAR-SALDO < WRK-QUANTIDADE
                    DISPLAY 'SALDO DO ARMAZEM DE ORIGEM (' EAR-SALDO
                        ') NAO COBRE A REMESSA'
                ELSE
                    MOVE WRK-LOCAL TO WRK-ARMAZEM-DEST
                    MOVE 'T' TO WRK-EVENTO-SERIE
                    MOVE 'CONSIG' TO WRK-ORIGEM-MOV
                    PERFORM 2960-CAPTURAR-SERIES
                    IF SERIES-OK
                        PERFORM 2950-TRANSFERIR
                        DISPLAY 'REMESSA GRAVADA'
                    ELSE
                        DISPLAY 'REMESSA NAO GRAVADA'
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * RETORNO - O CAMINHO INVERSO DA REMESSA, DO LOCAL DO CLIENTE
      * PARA UM ARMAZEM PROPRIO, LIMITADO AO SALDO DO LOCAL.
      *----------------------------------------------------------------
       2200-RETORNO.
            PERFORM 2900-LOCAL-DO-CLIENTE.
            IF LOCAL-ACHADO
                PERFORM 2915-LER-ARMAZEM-PROPRIO
            END-IF.
            IF LOCAL-ACHADO
                PERFORM 2910-VALIDAR-PRODUTO
            END-IF.
            IF LOCAL-ACHADO AND WRK-FS-PRODUTO = '00'
                MOVE WRK-ARMAZEM TO WRK-ARMAZEM-DEST
                MOVE WRK-LOCAL TO WRK-ARMAZEM
                DISPLAY 'QUANTIDADE.. '
                ACCEPT WRK-QUANTIDADE
                PERFORM 2940-LER-SALDO-ARMAZEM
                IF WRK-QUANTIDADE = ZEROS
                    OR EAR-SALDO < WRK-QUANTIDADE
                    DISPLAY 'SALDO NO CLIENTE (' EAR-SALDO
                        ') NAO COBRE O RETORNO'
                ELSE
                    MOVE 'T' TO WRK-EVENTO-SERIE
                    MOVE 'CONSIGRET' TO WRK-ORIGEM-MOV
                    PERFORM 2960-CAPTURAR-SERIES
                    IF SERIES-OK
                        PERFORM 2950-TRANSFERIR
                        DISPLAY 'RETORNO GRAVADO'
                    ELSE
                        DISPLAY 'RETORNO NAO GRAVADO'
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * RELATORIO DE CONSUMO - AS LINHAS INFORMADAS PELO CLIENTE (ATE
      * 20, LIMITADAS AO SALDO DO LOCAL) SAO PRECIFICADAS COMO NO
      * CTOGERA (MENOR PRECO ENTRE FAIXA, ACORDO E PROMOCAO) E VIRAM
      * UM PEDIDO NORMAL (NUMERO 'PD' DO PEDCTRL), ABERTO PARA O
      * FATURA. A MERCADORIA JA ESTA COM O CLIENTE: AS LINHAS NASCEM
      * ENTREGUES, SEM FRETE E SEM COMPROMETER ESTOQUE, E A BAIXA SAI
      * NA HORA DO LOCAL DE CONSIGNACAO E DO SALDO GLOBAL. NAO HA
      * ANALISE DE CREDITO - O CONSUMO JA ACONTECEU.
      *----------------------------------------------------------------
       2300-CONSUMO.
            PERFORM 2900-LOCAL-DO-CLIENTE.
            IF LOCAL-ACHADO
                MOVE ZEROS TO WRK-QTD-ITENS
                MOVE 'N' TO WRK-FIM-LINHAS
                PERFORM 2310-LANCAR-LINHA UNTIL FIM-LINHAS
                IF WRK-QTD-ITENS = ZEROS
                    DISPLAY 'NENHUMA LINHA DE CONSUMO LANCADA'
                ELSE
                    MOVE ZEROS TO WRK-VALOR
                    MOVE ZEROS TO WRK-SUB
                    PERFORM 2360-SOMAR-LINHA WRK-QTD-ITENS TIMES
                    DISPLAY 'VALOR DO CONSUMO: ' WRK-VALOR
                    MOVE 'N' TO WRK-CONFIRMA
                    DISPLAY 'CONFIRMA O PEDIDO DE CONSUMO (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        PERFORM 2340-GERAR-PEDIDO
                    ELSE
                        DISPLAY 'CONSUMO CANCELADO'
                    END-IF
                END-IF
            END-IF.

       2310-LANCAR-LINHA.
            DISPLAY 'PRODUTO CONSUMIDO (ZERO = FIM).. '.
            ACCEPT WRK-CODIGO.
            IF WRK-CODIGO = ZEROS
                MOVE 'S' TO WRK-FIM-LINHAS
            ELSE
                MOVE WRK-CODIGO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        DISPLAY 'PRODUTO NAO CADASTRADO'
                    NOT INVALID KEY
                        PERFORM 2315-ACEITAR-LINHA
                END-READ
            END-IF.
            IF WRK-QTD-ITENS >= 20 AND NOT FIM-LINHAS
                DISPLAY 'LIMITE DE 20 LINHAS POR PEDIDO ATINGIDO'
                MOVE 'S' TO WRK-FIM-LINHAS
            END-IF.

       2315-ACEITAR-LINHA.
            MOVE 'N' TO WRK-JA-LANCADO.
            MOVE 1 TO WRK-SUB.
            PERFORM 2316-PROCURAR-LANCADO
                UNTIL WRK-SUB > WRK-QTD-ITENS OR PRODUTO-JA-LANCADO.
            IF PRODUTO-JA-LANCADO
                DISPLAY 'PRODUTO JA LANCADO NESTE CONSUMO'
            ELSE
                MOVE WRK-LOCAL TO WRK-ARMAZEM
                PERFORM 2940-LER-SALDO-ARMAZEM
                DISPLAY PRO-DESCRICAO ' - SALDO NO CLIENTE: ' EAR-SALDO
                DISPLAY 'QUANTIDADE CONSUMIDA.. '
                ACCEPT WRK-QUANTIDADE
                IF WRK-QUANTIDADE = ZEROS
                    OR EAR-SALDO < WRK-QUANTIDADE
                    DISPLAY 'QUANTIDADE FORA DO SALDO EM CONSIGNACAO'
                ELSE
                    PERFORM 2320-PRECIFICAR-LINHA
                    ADD 1 TO WRK-QTD-ITENS
                    MOVE WRK-CODIGO TO WRK-ITEM-PRODUTO (WRK-QTD-ITENS)
                    MOVE WRK-QUANTIDADE TO WRK-ITEM-QTD (WRK-QTD-ITENS)
                    MOVE WRK-PRECO-UNIT
                        TO WRK-ITEM-PRECO (WRK-QTD-ITENS)
                    COMPUTE WRK-ITEM-TOTAL (WRK-QTD-ITENS) =
                        WRK-QUANTIDADE * WRK-PRECO-UNIT
                    MOVE WRK-ORIGEM-PRECO
                        TO WRK-ITEM-ORIGEM (WRK-QTD-ITENS)
                    MOVE WRK-PROMOCAO
                        TO WRK-ITEM-PROMOCAO (WRK-QTD-ITENS)
                    MOVE 'S' TO WRK-ITEM-OK (WRK-QTD-ITENS)
                    DISPLAY 'PRECO UNITARIO: ' WRK-PRECO-UNIT
                        ' TOTAL DA LINHA: '
                        WRK-ITEM-TOTAL (WRK-QTD-ITENS)
                END-IF
            END-IF.

       2316-PROCURAR-LANCADO.
            IF WRK-ITEM-PRODUTO (WRK-SUB) = WRK-CODIGO
                MOVE 'S' TO WRK-JA-LANCADO
            ELSE
                ADD 1 TO WRK-SUB
            END-IF.

      *----------------------------------------------------------------
      * MESMA PRECIFICACAO DO CTOGERA: FAIXA DE QUANTIDADE DA TABELA,
      * ACORDO DO CLIENTE SE MENOR E PROMOCAO VIGENTE (PROMOBUS).
      *----------------------------------------------------------------
       2320-PRECIFICAR-LINHA.
            MOVE ZEROS TO WRK-PRECO-UNIT.
            MOVE 'T' TO WRK-ORIGEM-PRECO.
            MOVE ZEROS TO WRK-PROMOCAO.
            MOVE WRK-CODIGO TO PRC-PRODUTO.
            READ PRECO-TABELA
                INVALID KEY
                    CONTINUE
            END-READ.
            IF WRK-FS-PRECO = '00'
                MOVE ZEROS TO WRK-SUB-FAIXA
                PERFORM 2321-ACHAR-FAIXA UNTIL WRK-SUB-FAIXA >= 3
                    OR WRK-PRECO-UNIT NOT = ZEROS
            END-IF.
            MOVE WRK-PRECO-UNIT TO WRK-PRECO-TABELA.
            PERFORM 2322-APLICAR-ACORDO.
            IF WRK-PRECO-TABELA NOT = ZEROS
                PERFORM 2323-APLICAR-PROMOCAO
            END-IF.

       2321-ACHAR-FAIXA.
            ADD 1 TO WRK-SUB-FAIXA.
            IF WRK-QUANTIDADE >= PRC-QTD-MIN (WRK-SUB-FAIXA)
               AND WRK-QUANTIDADE <= PRC-QTD-MAX (WRK-SUB-FAIXA)
                MOVE PRC-PRECO (WRK-SUB-FAIXA) TO WRK-PRECO-UNIT
            END-IF.

       2322-APLICAR-ACORDO.
            MOVE ZEROS TO WRK-PRECO-ACORDO.
            MOVE WRK-CLIENTE TO ACO-CLIENTE.
            MOVE WRK-CODIGO TO ACO-PRODUTO.
            READ ACORDOS-PRECO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WRK-DATA-HOJE >= ACO-VALIDADE-INI
                        AND WRK-DATA-HOJE <= ACO-VALIDADE-FIM
                        IF ACORDO-PRECO
                            MOVE ACO-PRECO-ESPECIAL TO WRK-PRECO-ACORDO
                        ELSE
                            IF ACORDO-DESCONTO
                                COMPUTE WRK-PRECO-ACORDO =
                                    WRK-PRECO-TABELA
                                    * (1 - ACO-PERC-DESCONTO / 100)
                            END-IF
                        END-IF
                    END-IF
            END-READ.
            IF WRK-PRECO-ACORDO NOT = ZEROS
                AND (WRK-PRECO-ACORDO < WRK-PRECO-UNIT
                     OR WRK-PRECO-UNIT = ZEROS)
                MOVE WRK-PRECO-ACORDO TO WRK-PRECO-UNIT
                MOVE 'A' TO WRK-ORIGEM-PRECO
            END-IF.

       2323-APLICAR-PROMOCAO.
            MOVE WRK-CODIGO TO PMB-PRODUTO.
            MOVE WRK-CLIENTE TO PMB-CLIENTE.
            MOVE CLI-UF TO PMB-UF.
            MOVE WRK-DATA-HOJE TO PMB-DATA.
            MOVE WRK-PRECO-TABELA TO PMB-PRECO-TABELA.
            CALL 'PROMOBUS' USING PROMOBUS-AREA.
            IF PMB-PROMOCAO NOT = ZEROS
                AND PMB-PRECO-PROMO < WRK-PRECO-UNIT
                MOVE PMB-PRECO-PROMO TO WRK-PRECO-UNIT
                MOVE 'P' TO WRK-ORIGEM-PRECO
                MOVE PMB-PROMOCAO TO WRK-PROMOCAO
            END-IF.

      *----------------------------------------------------------------
      * O NUMERO DO PEDIDO E TIRADO ANTES DA CAPTURA DAS SERIES, QUE
      * LEVAM O PEDIDO COMO DOCUMENTO; LINHA SERIALIZADA SEM CAPTURA
      * COMPLETA FICA FORA DO PEDIDO. SEM NENHUMA LINHA RESTANTE O
      * PEDIDO NAO E GRAVADO (O NUMERO FICA PULADO).
      *----------------------------------------------------------------
       2340-GERAR-PEDIDO.
            PERFORM 2970-PROXIMO-PEDIDO.
            MOVE WRK-LOCAL TO WRK-ARMAZEM.
            MOVE ZEROS TO WRK-ARMAZEM-DEST.
            MOVE 'S' TO WRK-EVENTO-SERIE.
            MOVE 'CONSUMO' TO WRK-ORIGEM-MOV.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2345-CAPTURAR-LINHA WRK-QTD-ITENS TIMES.
            MOVE ZEROS TO WRK-VALOR.
            MOVE ZEROS TO WRK-QTD-GRAVADOS.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2360-SOMAR-LINHA WRK-QTD-ITENS TIMES.
            IF WRK-QTD-GRAVADOS = ZEROS
                DISPLAY 'NENHUMA LINHA COM SERIES COMPLETAS - PEDIDO '
                    'NAO GRAVADO'
            ELSE
                PERFORM 2350-GRAVAR-PEDIDO
            END-IF.

       2345-CAPTURAR-LINHA.
            ADD 1 TO WRK-SUB.
            MOVE WRK-ITEM-PRODUTO (WRK-SUB) TO WRK-CODIGO.
            MOVE WRK-ITEM-QTD (WRK-SUB) TO WRK-QUANTIDADE.
            MOVE WRK-CODIGO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACE TO PRO-SERIALIZADO
            END-READ.
            PERFORM 2960-CAPTURAR-SERIES.
            IF NOT SERIES-OK
                MOVE 'N' TO WRK-ITEM-OK (WRK-SUB)
                DISPLAY 'PRODUTO ' WRK-CODIGO
                    ' FORA DO PEDIDO - SERIES INCOMPLETAS'
            END-IF.

       2350-GRAVAR-PEDIDO.
            MOVE WRK-CLIENTE  TO PED-CLIENTE.
            MOVE SPACES       TO PED-PRODUTO.
            MOVE WRK-VALOR    TO PED-VALOR.
            MOVE ZEROS        TO PED-PESO.
            MOVE CLI-UF       TO PED-UF.
            MOVE ZEROS        TO PED-FRETE.
            MOVE WRK-VALOR    TO PED-TOTAL.
            MOVE WRK-DATA-HOJE TO PED-DATA.
            MOVE 'A' TO PED-STATUS.
            MOVE SPACES TO PED-MOTIVO-CANCEL.
            MOVE ZEROS TO PED-VENDEDOR.
            MOVE ZEROS TO PED-END-ENTREGA.
            MOVE ZEROS TO PED-COND-PAGTO.
            MOVE 'N' TO PED-RAZAO-SITUACAO.
            MOVE ZEROS TO PED-RAZAO-DATA.
            MOVE ZEROS TO PED-RAZAO-HORA.
            MOVE WRK-DATA-HOJE TO PED-DATA-PROMETIDA.
            MOVE WRK-EMPRESA TO PED-EMPRESA.
            WRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O PEDIDO ' PED-NUMERO
                NOT INVALID KEY
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    MOVE ZEROS TO WRK-SUB
                    MOVE ZEROS TO WRK-QTD-GRAVADOS
                    PERFORM 2355-GRAVAR-UM-ITEM WRK-QTD-ITENS TIMES
                    DISPLAY 'PEDIDO DE CONSUMO ' PED-NUMERO
                        ' GRAVADO COM ' WRK-QTD-GRAVADOS ' LINHA(S)'
            END-WRITE.

       2355-GRAVAR-UM-ITEM.
            ADD 1 TO WRK-SUB.
            IF ITEM-GRAVAVEL (WRK-SUB)
                ADD 1 TO WRK-QTD-GRAVADOS
                MOVE PED-NUMERO TO ITN-PEDIDO
                MOVE WRK-QTD-GRAVADOS TO ITN-LINHA
                MOVE WRK-ITEM-PRODUTO (WRK-SUB) TO ITN-PRODUTO
                MOVE WRK-ITEM-QTD (WRK-SUB)     TO ITN-QUANTIDADE
                MOVE WRK-ITEM-PRECO (WRK-SUB)   TO ITN-PRECO-UNIT
                MOVE ZEROS                      TO ITN-DESCONTO-PCT
                MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO ITN-TOTAL
                MOVE WRK-ITEM-QTD (WRK-SUB)     TO ITN-QTD-ENTREGUE
                MOVE WRK-ITEM-ORIGEM (WRK-SUB)  TO ITN-ORIGEM-PRECO
                MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO ITN-PROMOCAO
                MOVE WRK-DATA-HOJE TO ITN-DATA-PROMETIDA
                WRITE ITEM-PEDIDO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                            ' DO PEDIDO ' PED-NUMERO
                    NOT INVALID KEY
                        PERFORM 2356-BAIXAR-CONSUMO
                END-WRITE
            END-IF.

      *----------------------------------------------------------------
      * O CONSUMO SAI DO LOCAL DO CLIENTE E DO SALDO GLOBAL, COM A
      * LINHA DE SAIDA EM ESTMOV.TXT TENDO O PEDIDO COMO DOCUMENTO.
      *----------------------------------------------------------------
       2356-BAIXAR-CONSUMO.
            MOVE ITN-PRODUTO TO WRK-CODIGO.
            MOVE ITN-QUANTIDADE TO WRK-QUANTIDADE.
            MOVE WRK-LOCAL TO WRK-ARMAZEM.
            PERFORM 2940-LER-SALDO-ARMAZEM.
            SUBTRACT WRK-QUANTIDADE FROM EAR-SALDO.
            PERFORM 2945-GRAVAR-SALDO-ARMAZEM.
            PERFORM 2920-LER-SALDO.
            SUBTRACT WRK-QUANTIDADE FROM EST-SALDO.
            PERFORM 2925-GRAVAR-SALDO.
            MOVE 'S' TO WRK-TIPO-MOV.
            MOVE 'CONSUMO' TO WRK-ORIGEM-MOV.
            MOVE PED-NUMERO TO WRK-DOCUMENTO.
            PERFORM 2930-GRAVAR-MOVIMENTO.

       2360-SOMAR-LINHA.
            ADD 1 TO WRK-SUB.
            IF ITEM-GRAVAVEL (WRK-SUB)
                ADD WRK-ITEM-TOTAL (WRK-SUB) TO WRK-VALOR
                ADD 1 TO WRK-QTD-GRAVADOS
            END-IF.

      *----------------------------------------------------------------
      * CONTAGEM NO CLIENTE - O CONTADO SUBSTITUI O SALDO DO LOCAL E O
      * GLOBAL RECEBE A DIFERENCA (COMO O AJUSTE DO ESTMANU). CONSUMO
      * AINDA NAO INFORMADO DEVE SER LANCADO ANTES NA OPCAO 3, PARA A
      * DIFERENCA NAO VIRAR PERDA. AO FINAL A DATA DA CONTAGEM VAI
      * PARA O MESTRE DE ARMAZENS.
      *----------------------------------------------------------------
       2400-CONTAGEM.
            PERFORM 2900-LOCAL-DO-CLIENTE.
            IF LOCAL-ACHADO
                MOVE ZEROS TO WRK-QTD-CONTADOS
                MOVE 'N' TO WRK-FIM-LINHAS
                PERFORM 2410-CONTAR-PRODUTO UNTIL FIM-LINHAS
                IF WRK-QTD-CONTADOS > ZEROS
                    MOVE WRK-LOCAL TO ARM-CODIGO
                    READ ARMAZENS
                        INVALID KEY
                            DISPLAY 'LOCAL DE CONSIGNACAO NAO '
                                'ENCONTRADO'
                        NOT INVALID KEY
                            MOVE WRK-DATA-HOJE TO ARM-DATA-CONTAGEM
                            REWRITE ARMAZEM-REG
                                INVALID KEY
                                    DISPLAY 'ERRO AO GRAVAR A DATA '
                                        'DA CONTAGEM'
                            END-REWRITE
                    END-READ
                    DISPLAY 'CONTAGEM GRAVADA - ' WRK-QTD-CONTADOS
                        ' PRODUTO(S)'
                END-IF
            END-IF.

       2410-CONTAR-PRODUTO.
            DISPLAY 'PRODUTO CONTADO (ZERO = FIM).. '.
            ACCEPT WRK-CODIGO.
            IF WRK-CODIGO = ZEROS
                MOVE 'S' TO WRK-FIM-LINHAS
            ELSE
                MOVE WRK-CODIGO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        DISPLAY 'PRODUTO NAO CADASTRADO'
                    NOT INVALID KEY
                        PERFORM 2415-ACERTAR-CONTAGEM
                END-READ
            END-IF.

       2415-ACERTAR-CONTAGEM.
            MOVE WRK-LOCAL TO WRK-ARMAZEM.
            PERFORM 2940-LER-SALDO-ARMAZEM.
            PERFORM 2920-LER-SALDO.
            DISPLAY PRO-DESCRICAO ' - SALDO NO CLIENTE: ' EAR-SALDO.
            DISPLAY 'QUANTIDADE CONTADA.. '.
            ACCEPT WRK-QTD-CONTADA.
            IF PRODUTO-SERIALIZADO
                DISPLAY 'PRODUTO SERIALIZADO - ACERTE AS SERIES '
                    'DO LOCAL NO SERCONS'
            END-IF.
            COMPUTE WRK-SALDO-NOVO =
                EST-SALDO + WRK-QTD-CONTADA - EAR-SALDO.
            MOVE WRK-SALDO-NOVO TO EST-SALDO.
            MOVE WRK-QTD-CONTADA TO EAR-SALDO.
            PERFORM 2925-GRAVAR-SALDO.
            PERFORM 2945-GRAVAR-SALDO-ARMAZEM.
            MOVE WRK-QTD-CONTADA TO WRK-QUANTIDADE.
            MOVE 'A' TO WRK-TIPO-MOV.
            MOVE 'CONTAGEM' TO WRK-ORIGEM-MOV.
            MOVE WRK-CLIENTE TO WRK-DOCUMENTO.
            PERFORM 2930-GRAVAR-MOVIMENTO.
            ADD 1 TO WRK-QTD-CONTADOS.

      *----------------------------------------------------------------
      * POSICAO DO CLIENTE NA TELA - SALDO DE CADA PRODUTO NO LOCAL,
      * VALORIZADO PELO CUSTO MEDIO.
      *----------------------------------------------------------------
       2500-POSICAO.
            PERFORM 2900-LOCAL-DO-CLIENTE.
            IF LOCAL-ACHADO
                DISPLAY 'LOCAL ' WRK-LOCAL ' - ULTIMA CONTAGEM '
                    ARM-DATA-CONTAGEM
                MOVE ZEROS TO WRK-QTD-LISTADOS
                MOVE ZEROS TO WRK-VALOR-LOCAL
                MOVE 'N' TO WRK-EOF-ESTARMZ
                MOVE WRK-LOCAL TO EAR-ARMAZEM
                MOVE ZEROS TO EAR-PRODUTO
                START ESTOQUE-ARMAZEM KEY IS NOT LESS THAN EAR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-ESTARMZ
                END-START
                PERFORM 2510-LER-SALDO-LOCAL
                PERFORM 2520-MOSTRAR-SALDO UNTIL FIM-ESTARMZ
                IF WRK-QTD-LISTADOS = ZEROS
                    DISPLAY 'NENHUM SALDO EM CONSIGNACAO'
                ELSE
                    DISPLAY 'VALOR TOTAL EM CONSIGNACAO: '
                        WRK-VALOR-LOCAL
                END-IF
            END-IF.

       2510-LER-SALDO-LOCAL.
            IF NOT FIM-ESTARMZ
                READ ESTOQUE-ARMAZEM NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-ESTARMZ
                END-READ
            END-IF.
            IF NOT FIM-ESTARMZ AND EAR-ARMAZEM NOT = WRK-LOCAL
                MOVE 'S' TO WRK-EOF-ESTARMZ
            END-IF.

       2520-MOSTRAR-SALDO.
            IF EAR-SALDO > ZEROS
                ADD 1 TO WRK-QTD-LISTADOS
                MOVE EAR-PRODUTO TO WRK-CODIGO
                MOVE EAR-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE SPACES TO PRO-DESCRICAO
                END-READ
                PERFORM 2920-LER-SALDO
                COMPUTE WRK-VALOR-ITEM = EAR-SALDO * EST-CUSTO-MEDIO
                ADD WRK-VALOR-ITEM TO WRK-VALOR-LOCAL
                DISPLAY EAR-PRODUTO ' ' PRO-DESCRICAO ' QTD '
                    EAR-SALDO ' CUSTO ' EST-CUSTO-MEDIO ' VALOR '
                    WRK-VALOR-ITEM
            END-IF.
            PERFORM 2510-LER-SALDO-LOCAL.

      *----------------------------------------------------------------
      * CLIENTE E SEU LOCAL DE CONSIGNACAO - VARRE O MESTRE DE
      * ARMAZENS ATE O REGISTRO DE TIPO C DO CLIENTE. NO FIM O
      * REGISTRO DO LOCAL FICA NA AREA DO ARQUIVO.
      *----------------------------------------------------------------
       2900-LOCAL-DO-CLIENTE.
            MOVE 'N' TO WRK-LOCAL-OK.
            MOVE ZEROS TO WRK-LOCAL.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE WRK-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO'
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
            END-READ.
            IF WRK-FS-MASTER = '00'
                MOVE 'N' TO WRK-EOF-ARMAZEM
                MOVE ZEROS TO ARM-CODIGO
                START ARMAZENS KEY IS NOT LESS THAN ARM-CODIGO
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-ARMAZEM
                END-START
                PERFORM 2906-LER-ARMAZEM
                PERFORM 2905-PROCURAR-LOCAL
                    UNTIL FIM-ARMAZENS OR LOCAL-ACHADO
                IF NOT LOCAL-ACHADO
                    DISPLAY 'CLIENTE SEM LOCAL DE CONSIGNACAO NO '
                        'MESTRE DE ARMAZENS'
                END-IF
            END-IF.

       2905-PROCURAR-LOCAL.
            IF ARM-CONSIGNACAO AND ARM-CLIENTE = WRK-CLIENTE
                MOVE 'S' TO WRK-LOCAL-OK
                MOVE ARM-CODIGO TO WRK-LOCAL
            ELSE
                PERFORM 2906-LER-ARMAZEM
            END-IF.

       2906-LER-ARMAZEM.
            IF NOT FIM-ARMAZENS
                READ ARMAZENS NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-ARMAZEM
                END-READ
            END-IF.

       2910-VALIDAR-PRODUTO.
            DISPLAY 'CODIGO DO PRODUTO.. '.
            ACCEPT WRK-CODIGO.
            MOVE WRK-CODIGO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
            END-READ.

      *----------------------------------------------------------------
      * ARMAZEM PROPRIO DA REMESSA/RETORNO - DEVE EXISTIR E NAO SER
      * LOCAL DE CONSIGNACAO. ERRO DESLIGA LOCAL-ACHADO.
      *----------------------------------------------------------------
       2915-LER-ARMAZEM-PROPRIO.
            DISPLAY 'ARMAZEM PROPRIO.. '.
            ACCEPT WRK-ARMAZEM.
            MOVE WRK-ARMAZEM TO ARM-CODIGO.
            READ ARMAZENS
                INVALID KEY
                    DISPLAY 'ARMAZEM NAO ENCONTRADO'
                    MOVE 'N' TO WRK-LOCAL-OK
                NOT INVALID KEY
                    IF ARM-CONSIGNACAO
                        DISPLAY 'ARMAZEM E LOCAL DE CONSIGNACAO'
                        MOVE 'N' TO WRK-LOCAL-OK
                    END-IF
            END-READ.

       2920-LER-SALDO.
            MOVE WRK-CODIGO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE WRK-CODIGO TO EST-PRODUTO
                    MOVE ZEROS TO EST-SALDO
                    MOVE ZEROS TO EST-PONTO-REPOSICAO
                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.

       2925-GRAVAR-SALDO.
            REWRITE ESTOQUE-REG
                INVALID KEY
                    WRITE ESTOQUE-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8940-CONTROLE-ESTOQUE.

       2930-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA    TO MOV-DATA.
            MOVE WRK-DH-HORA    TO MOV-HORA.
            MOVE WRK-USUARIO    TO MOV-USUARIO.
            MOVE WRK-CODIGO     TO MOV-PRODUTO.
            MOVE WRK-TIPO-MOV   TO MOV-TIPO.
            MOVE WRK-QUANTIDADE TO MOV-QUANTIDADE.
            MOVE WRK-ORIGEM-MOV TO MOV-ORIGEM.
            MOVE WRK-DOCUMENTO  TO MOV-DOCUMENTO.
            MOVE WRK-ARMAZEM    TO MOV-ARMAZEM.
            MOVE SPACES         TO MOV-LOTE.
            WRITE MOVEST-LINHA.

       2940-LER-SALDO-ARMAZEM.
            MOVE WRK-ARMAZEM TO EAR-ARMAZEM.
            MOVE WRK-CODIGO TO EAR-PRODUTO.
            READ ESTOQUE-ARMAZEM
                INVALID KEY
                    MOVE WRK-ARMAZEM TO EAR-ARMAZEM
                    MOVE WRK-CODIGO TO EAR-PRODUTO
                    MOVE ZEROS TO EAR-SALDO
            END-READ.

       2945-GRAVAR-SALDO-ARMAZEM.
            REWRITE ESTOQUE-ARMAZEM-REG
                INVALID KEY
                    WRITE ESTOQUE-ARMAZEM-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * PAR SAIDA/ENTRADA DA TRANSFERENCIA DE WRK-ARMAZEM PARA
      * WRK-ARMAZEM-DEST, COM O CLIENTE NO DOCUMENTO.
      *----------------------------------------------------------------
       2950-TRANSFERIR.
            MOVE WRK-CLIENTE TO WRK-DOCUMENTO.
            PERFORM 2940-LER-SALDO-ARMAZEM.
            SUBTRACT WRK-QUANTIDADE FROM EAR-SALDO.
            PERFORM 2945-GRAVAR-SALDO-ARMAZEM.
            MOVE 'S' TO WRK-TIPO-MOV.
            PERFORM 2930-GRAVAR-MOVIMENTO.
            MOVE WRK-ARMAZEM-DEST TO WRK-ARMAZEM.
            PERFORM 2940-LER-SALDO-ARMAZEM.
            ADD WRK-QUANTIDADE TO EAR-SALDO.
            PERFORM 2945-GRAVAR-SALDO-ARMAZEM.
            MOVE 'E' TO WRK-TIPO-MOV.
            PERFORM 2930-GRAVAR-MOVIMENTO.

      *----------------------------------------------------------------
      * PRODUTO SERIALIZADO - UMA SERIE POR UNIDADE PELA ROTINA COMUM
      * SERCAPT: TRANSFERENCIA NA REMESSA/RETORNO, SAIDA PARA O
      * CLIENTE NO CONSUMO (DOCUMENTO = PEDIDO).
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
                MOVE WRK-ORIGEM-MOV   TO SCP-ORIGEM
                IF SCP-SAIDA
                    MOVE PED-NUMERO   TO SCP-DOCUMENTO
                ELSE
                    MOVE WRK-CLIENTE  TO SCP-DOCUMENTO
                END-IF
                MOVE ZEROS            TO SCP-FORNECEDOR
                MOVE WRK-CLIENTE      TO SCP-CLIENTE
                MOVE WRK-USUARIO      TO SCP-USUARIO
                MOVE SPACE            TO SCP-MODO
                CALL 'SERCAPT' USING SERCAPT-AREA
                MOVE SCP-CAPTURA-OK TO WRK-SERIES-OK
            END-IF.

       2970-PROXIMO-PEDIDO.
            MOVE 'PD' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO PED-NUMERO.
            MOVE 'PD' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.

       3000-FINALIZAR.
            CLOSE ARMAZENS.
            CLOSE CLIENTES-MASTER.
            CLOSE PRODUTOS-MASTER.
            CLOSE ESTOQUE-SALDO.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE ESTOQUE-MOVTOS.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE PED-CONTROLE.
            CLOSE PRECO-TABELA.
            CLOSE ACORDOS-PRECO.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'CSGMANU' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'CSGMANU' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM CSGMANU.
