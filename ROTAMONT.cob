      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MONTAGEM DE ROTAS DA FROTA PROPRIA - PEGA OS PEDIDOS
      *          EM SEPARACAO, ACHA O DESTINO (ENDERECO DE ENTREGA EM
      *          CLIENDER OU O DO CADASTRO), CALCULA PESO E VOLUME DO
      *          SALDO A ENTREGAR (PESO UNITARIO E DIMENSOES DO
      *          PRODUTO) E AGRUPA POR REGIAO - UF MAIS O PREFIXO DO
      *          CEP (DIGITOS DA CHAVE ROTADIG DE PARAMS, PADRAO 3) OU,
      *          SEM CEP, A CIDADE. CADA REGIAO ENCHE OS VEICULOS
      *          ATIVOS (VEICULOS) NA ORDEM DO CODIGO SEM PASSAR DA
      *          CAPACIDADE EM PESO E VOLUME, COM AS PARADAS EM ORDEM
      *          DE CEP. IMPRIME UMA FOLHA DE ROTA POR VEICULO COM A
      *          ORDEM DAS PARADAS, O CONTATO DO CLIENTE E O VALOR A
      *          COBRAR DOS PEDIDOS COM CONDICAO PAGA NA ENTREGA; O
      *          QUE NAO COUBE VAI PARA A LISTA DO DIA SEGUINTE
      *          (ROTAPEND.TXT). RODA NA CADEIA NOTURNA, DEPOIS DO
      *          PICKLIST.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTAMONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CLI-ENDERECOS ASSIGN TO 'CLIENDER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-FS-ENDER.
           SELECT COND-PAGAMENTO ASSIGN TO 'CONDPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CODIGO
               FILE STATUS IS WRK-FS-CONDPG.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT VEICULOS ASSIGN TO 'VEICULOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-CODIGO
               FILE STATUS IS WRK-FS-VEICULO.
           SELECT WRK-SORTFILE ASSIGN TO 'ROTASORT'.
           SELECT REL-ROTAS ASSIGN TO 'ROTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT REL-PENDENTES ASSIGN TO 'ROTAPEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEND.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  CLI-ENDERECOS
           LABEL RECORD IS STANDARD.
           COPY ENDEREG.
       FD  COND-PAGAMENTO
           LABEL RECORD IS STANDARD.
           COPY CONDREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  VEICULOS
           LABEL RECORD IS STANDARD.
           COPY VEIREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-UF              PIC X(02).
           05 SORT-REGIAO          PIC X(30).
           05 SORT-CEP             PIC 9(08).
           05 SORT-PEDIDO          PIC 9(06).
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-NOME            PIC X(40).
           05 SORT-TELEFONE        PIC X(15).
           05 SORT-LOGRADOURO      PIC X(40).
           05 SORT-CIDADE          PIC X(30).
           05 SORT-PESO            PIC 9(07)V99.
           05 SORT-VOLUME          PIC 9(05)V999.
           05 SORT-COBRAR          PIC 9(08)V99.
       FD  REL-ROTAS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(120).
       FD  REL-PENDENTES
           LABEL RECORD IS STANDARD.
       01 PEND-LINHA                PIC X(120).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-ENDER     PIC X(02) VALUE '00'.
       77 WRK-FS-CONDPG    PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-VEICULO   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-FS-PEND      PIC X(02) VALUE '00'.
       77 WRK-EOF-PEDIDO   PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS  VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-TITULOS  PIC X(01) VALUE 'N'.
           88 FIM-TITULOS  VALUE 'S'.
       77 WRK-EOF-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.
       77 WRK-EOF-VEICULO  PIC X(01) VALUE 'N'.
           88 FIM-VEICULOS VALUE 'S'.
       77 WRK-VEICULO-ABERTO PIC X(01) VALUE 'N'.
           88 VEICULO-ABERTO VALUE 'S'.
       77 WRK-CABE         PIC X(01) VALUE 'N'.
           88 PEDIDO-CABE  VALUE 'S'.
       77 WRK-DIGITOS      PIC 9(01) VALUE 3.
       77 WRK-SALDO-LINHA  PIC 9(05) VALUE ZEROS.
       77 WRK-PESO-PEDIDO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VOL-PEDIDO   PIC 9(05)V999 VALUE ZEROS.
       77 WRK-COBRAR       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-CARGA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VOL-CARGA    PIC 9(05)V999 VALUE ZEROS.
       77 WRK-COBRAR-ROTA  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PARADA       PIC 9(03) VALUE ZEROS.
       77 WRK-UF-ANT       PIC X(02) VALUE SPACES.
       77 WRK-REGIAO-ANT   PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO       PIC X(30) VALUE SPACES.
       77 WRK-PESO-ED      PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VOL-ED       PIC ZZZZ9,999 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CAP-PESO-ED  PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-CAP-VOL-ED   PIC ZZ9,999 VALUE ZEROS.
       77 WRK-QTD-PEDIDOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ROTAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PARADAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       01 WRK-CEP-GRP.
           05 WRK-CEP-X        PIC X(08) VALUE SPACES.
           05 WRK-CEP-NUM REDEFINES WRK-CEP-X PIC 9(08).
           COPY PLRREG.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            SORT WRK-SORTFILE
                ON ASCENDING KEY SORT-UF SORT-REGIAO SORT-CEP
                    SORT-PEDIDO
                INPUT PROCEDURE IS 2000-SELECIONAR
                OUTPUT PROCEDURE IS 3000-ROTEAR
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * OS DIGITOS DO CEP QUE FORMAM A REGIAO VEM DA CHAVE ROTADIG
      * (ROTINA COMUM PARMLER); SEM PARAMETRO, OS 3 PRIMEIROS (SETOR
      * DO CEP).
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'ROTAMONT' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT PLR-DATA FROM DATE YYYYMMDD.
            MOVE 'ROTADIG' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                AND PLR-VALOR >= 1 AND PLR-VALOR <= 8
                MOVE PLR-VALOR TO WRK-DIGITOS
            END-IF.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN INPUT PED-ITENS
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-FS-MASTER = '35'
                CLOSE CLIENTES-MASTER
                OPEN OUTPUT CLIENTES-MASTER
                CLOSE CLIENTES-MASTER
                OPEN INPUT CLIENTES-MASTER
            END-IF.
            OPEN INPUT CLI-ENDERECOS.
            IF WRK-FS-ENDER = '35'
                CLOSE CLI-ENDERECOS
                OPEN OUTPUT CLI-ENDERECOS
                CLOSE CLI-ENDERECOS
                OPEN INPUT CLI-ENDERECOS
            END-IF.
            OPEN INPUT COND-PAGAMENTO.
            IF WRK-FS-CONDPG = '35'
                CLOSE COND-PAGAMENTO
                OPEN OUTPUT COND-PAGAMENTO
                CLOSE COND-PAGAMENTO
                OPEN INPUT COND-PAGAMENTO
            END-IF.
            OPEN INPUT CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN INPUT CONTAS-A-RECEBER
            END-IF.
            OPEN INPUT VEICULOS.
            IF WRK-FS-VEICULO = '35'
                CLOSE VEICULOS
                OPEN OUTPUT VEICULOS
                CLOSE VEICULOS
                OPEN INPUT VEICULOS
            END-IF.
            OPEN OUTPUT REL-ROTAS.
            OPEN OUTPUT REL-PENDENTES.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'FOLHAS DE ROTA DA FROTA PROPRIA   DATA: '
                DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO PEND-LINHA.
            STRING 'PEDIDOS PARA O DIA SEGUINTE (NAO COUBERAM NAS '
                DELIMITED SIZE
                'ROTAS)   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO PEND-LINHA
            END-STRING.
            WRITE PEND-LINHA.
            MOVE SPACES TO PEND-LINHA.
            WRITE PEND-LINHA.
            MOVE 'N' TO WRK-EOF-VEICULO.
            MOVE ZEROS TO VEI-CODIGO.
            START VEICULOS KEY IS NOT LESS THAN VEI-CODIGO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-VEICULO
            END-START.

      *----------------------------------------------------------------
      * CADA PEDIDO EM SEPARACAO VIRA UM REGISTRO DO SORT COM DESTINO,
      * CONTATO, PESO/VOLUME DO SALDO A ENTREGAR E VALOR A COBRAR.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            MOVE ZEROS TO PED-NUMERO.
            START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-START.
            IF NOT FIM-PEDIDOS
                PERFORM 2010-LER-PEDIDO
                PERFORM 2100-TRATAR-PEDIDO UNTIL FIM-PEDIDOS
            END-IF.

       2010-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-READ.

       2100-TRATAR-PEDIDO.
            IF PEDIDO-SEPARACAO
                ADD 1 TO WRK-QTD-PEDIDOS
                PERFORM 2200-ACHAR-DESTINO
                PERFORM 2300-PESAR-PEDIDO
                PERFORM 2400-VALOR-A-COBRAR
                MOVE PED-NUMERO TO SORT-PEDIDO
                MOVE PED-CLIENTE TO SORT-CLIENTE
                MOVE WRK-PESO-PEDIDO TO SORT-PESO
                MOVE WRK-VOL-PEDIDO TO SORT-VOLUME
                MOVE WRK-COBRAR TO SORT-COBRAR
                RELEASE SORT-REG
            END-IF.
            PERFORM 2010-LER-PEDIDO.

      *----------------------------------------------------------------
      * ENDERECO 00 E O DO CADASTRO; OS DEMAIS VEM DE CLIENDER. O
      * CONTATO (NOME E TELEFONE) E SEMPRE O DO CADASTRO. A REGIAO E
      * O PREFIXO DO CEP; CEP NAO NUMERICO AGRUPA PELA CIDADE.
      *----------------------------------------------------------------
       2200-ACHAR-DESTINO.
            MOVE PED-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-NOME CLI-TELEFONE
                        CLI-LOGRADOURO CLI-CIDADE CLI-CEP
                    MOVE PED-UF TO CLI-UF
            END-READ.
            MOVE CLI-NOME TO SORT-NOME.
            MOVE CLI-TELEFONE TO SORT-TELEFONE.
            MOVE CLI-LOGRADOURO TO SORT-LOGRADOURO.
            MOVE CLI-CIDADE TO SORT-CIDADE.
            MOVE CLI-UF TO SORT-UF.
            MOVE CLI-CEP TO WRK-CEP-X.
            IF PED-END-ENTREGA NOT = ZEROS
                MOVE PED-CLIENTE TO END-CLIENTE
                MOVE PED-END-ENTREGA TO END-SEQUENCIA
                READ CLI-ENDERECOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE END-LOGRADOURO TO SORT-LOGRADOURO
                        MOVE END-CIDADE TO SORT-CIDADE
                        MOVE END-UF TO SORT-UF
                        MOVE END-CEP TO WRK-CEP-X
                END-READ
            END-IF.
            MOVE SPACES TO SORT-REGIAO.
            IF WRK-CEP-X NUMERIC
                MOVE WRK-CEP-NUM TO SORT-CEP
                MOVE WRK-CEP-X (1:WRK-DIGITOS)
                    TO SORT-REGIAO (1:WRK-DIGITOS)
            ELSE
                MOVE ZEROS TO SORT-CEP
                MOVE SORT-CIDADE TO SORT-REGIAO
            END-IF.

      *----------------------------------------------------------------
      * PESO E VOLUME SO DO SALDO AINDA NAO ENTREGUE DE CADA LINHA
      * (ENTREGA PARCIAL DO PEDMANUT); VOLUME EM M3 PELAS DIMENSOES
      * UNITARIAS DO PRODUTO.
      *----------------------------------------------------------------
       2300-PESAR-PEDIDO.
            MOVE ZEROS TO WRK-PESO-PEDIDO.
            MOVE ZEROS TO WRK-VOL-PEDIDO.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE PED-NUMERO TO ITN-PEDIDO.
            MOVE ZEROS TO ITN-LINHA.
            START PED-ITENS KEY IS NOT LESS THAN ITN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2310-LER-ITEM
                PERFORM 2320-PESAR-ITEM UNTIL FIM-ITENS
            END-IF.

       2310-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                AND ITN-PEDIDO NOT = PED-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

       2320-PESAR-ITEM.
            COMPUTE WRK-SALDO-LINHA =
                ITN-QUANTIDADE - ITN-QTD-ENTREGUE.
            IF WRK-SALDO-LINHA > ZEROS
                MOVE ITN-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE WRK-PESO-PEDIDO ROUNDED =
                            WRK-PESO-PEDIDO
                            + WRK-SALDO-LINHA * PRO-PESO-UNIT
                        COMPUTE WRK-VOL-PEDIDO ROUNDED =
                            WRK-VOL-PEDIDO
                            + WRK-SALDO-LINHA * PRO-LARGURA
                            * PRO-COMPRIMENTO * PRO-ALTURA
                END-READ
            END-IF.
            PERFORM 2310-LER-ITEM.

      *----------------------------------------------------------------
      * SO PEDIDO COM CONDICAO PAGA NA ENTREGA TEM VALOR A COBRAR - O
      * SALDO DOS TITULOS AINDA ABERTOS DO PEDIDO.
      *----------------------------------------------------------------
       2400-VALOR-A-COBRAR.
            MOVE ZEROS TO WRK-COBRAR.
            IF PED-COND-PAGTO NOT = ZEROS
                MOVE PED-COND-PAGTO TO CPG-CODIGO
                READ COND-PAGAMENTO
                    INVALID KEY
                        MOVE 'N' TO CPG-COBRA-ENTREGA
                END-READ
                IF CPG-NA-ENTREGA
                    PERFORM 2410-SOMAR-TITULOS
                END-IF
            END-IF.

       2410-SOMAR-TITULOS.
            MOVE 'N' TO WRK-EOF-TITULOS.
            MOVE PED-NUMERO TO RCB-PEDIDO.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-PEDIDO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-START.
            IF NOT FIM-TITULOS
                PERFORM 2420-LER-TITULO
                PERFORM 2430-SOMAR-TITULO UNTIL FIM-TITULOS
            END-IF.

       2420-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-READ.
            IF NOT FIM-TITULOS
                IF RCB-PEDIDO NOT = PED-NUMERO
                    MOVE 'S' TO WRK-EOF-TITULOS
                END-IF
            END-IF.

       2430-SOMAR-TITULO.
            IF RECEB-ABERTA
                COMPUTE WRK-COBRAR = WRK-COBRAR
                    + RCB-VALOR - RCB-VALOR-PAGO
            END-IF.
            PERFORM 2420-LER-TITULO.

      *----------------------------------------------------------------
      * OS PEDIDOS VOLTAM POR UF/REGIAO/CEP. CADA REGIAO COMECA UM
      * VEICULO NOVO; PEDIDO QUE NAO CABE NO QUE SOBRA FECHA O
      * VEICULO E TENTA O PROXIMO. SEM VEICULO, OU MAIOR QUE UM
      * VEICULO VAZIO, VAI PARA O DIA SEGUINTE.
      *----------------------------------------------------------------
       3000-ROTEAR.
            MOVE 'N' TO WRK-EOF-SORT.
            PERFORM 3010-RETORNAR-SORT.
            PERFORM 3100-ROTEAR-PEDIDO UNTIL FIM-SORT.
            IF VEICULO-ABERTO
                PERFORM 3400-FECHAR-VEICULO
            END-IF.

       3010-RETORNAR-SORT.
            RETURN WRK-SORTFILE
                AT END
                    MOVE 'S' TO WRK-EOF-SORT
            END-RETURN.

       3100-ROTEAR-PEDIDO.
            IF VEICULO-ABERTO
                AND (SORT-UF NOT = WRK-UF-ANT
                     OR SORT-REGIAO NOT = WRK-REGIAO-ANT)
                PERFORM 3400-FECHAR-VEICULO
            END-IF.
            MOVE SORT-UF TO WRK-UF-ANT.
            MOVE SORT-REGIAO TO WRK-REGIAO-ANT.
            IF NOT VEICULO-ABERTO
                PERFORM 3200-ABRIR-VEICULO
            END-IF.
            IF VEICULO-ABERTO
                PERFORM 3150-CONFERIR-CAPACIDADE
                IF NOT PEDIDO-CABE AND WRK-PARADA > ZEROS
                    PERFORM 3400-FECHAR-VEICULO
                    PERFORM 3200-ABRIR-VEICULO
                    IF VEICULO-ABERTO
                        PERFORM 3150-CONFERIR-CAPACIDADE
                    END-IF
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN NOT VEICULO-ABERTO
                    MOVE 'SEM VEICULO DISPONIVEL' TO WRK-MOTIVO
                    PERFORM 3500-PENDENTE
                WHEN NOT PEDIDO-CABE
                    MOVE 'EXCEDE A CAPACIDADE DO VEICULO'
                        TO WRK-MOTIVO
                    PERFORM 3500-PENDENTE
                WHEN OTHER
                    PERFORM 3300-IMPRIMIR-PARADA
            END-EVALUATE.
            PERFORM 3010-RETORNAR-SORT.

      *----------------------------------------------------------------
      * CAPACIDADE ZERADA NO CADASTRO DO VEICULO NAO LIMITA.
      *----------------------------------------------------------------
       3150-CONFERIR-CAPACIDADE.
            MOVE 'S' TO WRK-CABE.
            IF VEI-CAP-PESO > ZEROS
                AND WRK-PESO-CARGA + SORT-PESO > VEI-CAP-PESO
                MOVE 'N' TO WRK-CABE
            END-IF.
            IF VEI-CAP-VOLUME > ZEROS
                AND WRK-VOL-CARGA + SORT-VOLUME > VEI-CAP-VOLUME
                MOVE 'N' TO WRK-CABE
            END-IF.

       3200-ABRIR-VEICULO.
            MOVE 'N' TO WRK-VEICULO-ABERTO.
            IF NOT FIM-VEICULOS
                PERFORM 3210-LER-VEICULO
                PERFORM 3210-LER-VEICULO
                    UNTIL FIM-VEICULOS OR VEICULO-ATIVO
            END-IF.
            IF NOT FIM-VEICULOS
                MOVE 'S' TO WRK-VEICULO-ABERTO
                ADD 1 TO WRK-QTD-ROTAS
                MOVE ZEROS TO WRK-PARADA
                MOVE ZEROS TO WRK-PESO-CARGA
                MOVE ZEROS TO WRK-VOL-CARGA
                MOVE ZEROS TO WRK-COBRAR-ROTA
                MOVE VEI-CAP-PESO TO WRK-CAP-PESO-ED
                MOVE VEI-CAP-VOLUME TO WRK-CAP-VOL-ED
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                MOVE ALL '=' TO REL-LINHA (1:100)
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                STRING 'ROTA ' DELIMITED SIZE
                    WRK-QTD-ROTAS DELIMITED SIZE
                    ' - VEICULO ' DELIMITED SIZE
                    VEI-CODIGO DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    VEI-PLACA DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    VEI-DESCRICAO DELIMITED SIZE
                    ' MOTORISTA ' DELIMITED SIZE
                    VEI-MOTORISTA DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                STRING 'REGIAO ' DELIMITED SIZE
                    SORT-UF DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    SORT-REGIAO DELIMITED SIZE
                    ' CAPACIDADE ' DELIMITED SIZE
                    WRK-CAP-PESO-ED DELIMITED SIZE
                    ' KG ' DELIMITED SIZE
                    WRK-CAP-VOL-ED DELIMITED SIZE
                    ' M3' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
            END-IF.

       3210-LER-VEICULO.
            READ VEICULOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-VEICULO
            END-READ.

      *----------------------------------------------------------------
      * DUAS LINHAS POR PARADA - ORDEM, PEDIDO, CLIENTE, CONTATO E
      * VALOR A COBRAR; DEPOIS O ENDERECO, PESO E VOLUME.
      *----------------------------------------------------------------
       3300-IMPRIMIR-PARADA.
            ADD 1 TO WRK-PARADA.
            ADD 1 TO WRK-QTD-PARADAS.
            ADD SORT-PESO TO WRK-PESO-CARGA.
            ADD SORT-VOLUME TO WRK-VOL-CARGA.
            ADD SORT-COBRAR TO WRK-COBRAR-ROTA.
            MOVE SORT-COBRAR TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-PARADA DELIMITED SIZE
                ' PEDIDO ' DELIMITED SIZE
                SORT-PEDIDO DELIMITED SIZE
                ' CLIENTE ' DELIMITED SIZE
                SORT-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-NOME DELIMITED SIZE
                ' FONE ' DELIMITED SIZE
                SORT-TELEFONE DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            IF SORT-COBRAR > ZEROS
                MOVE 'COBRAR' TO REL-LINHA (96:6)
                MOVE WRK-VALOR-ED TO REL-LINHA (103:11)
            END-IF.
            WRITE REL-LINHA.
            MOVE SORT-PESO TO WRK-PESO-ED.
            MOVE SORT-VOLUME TO WRK-VOL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '    ' DELIMITED SIZE
                SORT-LOGRADOURO DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-CIDADE DELIMITED SIZE
                ' CEP ' DELIMITED SIZE
                SORT-CEP DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-PESO-ED DELIMITED SIZE
                ' KG ' DELIMITED SIZE
                WRK-VOL-ED DELIMITED SIZE
                ' M3' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3400-FECHAR-VEICULO.
            MOVE WRK-PESO-CARGA TO WRK-PESO-ED.
            MOVE WRK-VOL-CARGA TO WRK-VOL-ED.
            MOVE WRK-COBRAR-ROTA TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PARADAS: ' DELIMITED SIZE
                WRK-PARADA DELIMITED SIZE
                '   CARGA: ' DELIMITED SIZE
                WRK-PESO-ED DELIMITED SIZE
                ' KG ' DELIMITED SIZE
                WRK-VOL-ED DELIMITED SIZE
                ' M3   A COBRAR NA ROTA: ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 'N' TO WRK-VEICULO-ABERTO.

       3500-PENDENTE.
            ADD 1 TO WRK-QTD-PENDENTES.
            MOVE SORT-PESO TO WRK-PESO-ED.
            MOVE SORT-VOLUME TO WRK-VOL-ED.
            MOVE SPACES TO PEND-LINHA.
            STRING 'PEDIDO ' DELIMITED SIZE
                SORT-PEDIDO DELIMITED SIZE
                ' CLIENTE ' DELIMITED SIZE
                SORT-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                SORT-UF DELIMITED SIZE
                ' CEP ' DELIMITED SIZE
                SORT-CEP DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-PESO-ED DELIMITED SIZE
                ' KG ' DELIMITED SIZE
                WRK-VOL-ED DELIMITED SIZE
                ' M3 ' DELIMITED SIZE
                WRK-MOTIVO DELIMITED SIZE
                INTO PEND-LINHA
            END-STRING.
            WRITE PEND-LINHA.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PEDIDOS EM SEPARACAO: ' DELIMITED SIZE
                WRK-QTD-PEDIDOS DELIMITED SIZE
                '   ROTAS: ' DELIMITED SIZE
                WRK-QTD-ROTAS DELIMITED SIZE
                '   PARADAS: ' DELIMITED SIZE
                WRK-QTD-PARADAS DELIMITED SIZE
                '   PARA O DIA SEGUINTE: ' DELIMITED SIZE
                WRK-QTD-PENDENTES DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO PEND-LINHA.
            WRITE PEND-LINHA.
            MOVE SPACES TO PEND-LINHA.
            STRING 'PEDIDOS PARA O DIA SEGUINTE: ' DELIMITED SIZE
                WRK-QTD-PENDENTES DELIMITED SIZE
                INTO PEND-LINHA
            END-STRING.
            WRITE PEND-LINHA.
            CLOSE PEDIDOS.
            CLOSE PED-ITENS.
            CLOSE PRODUTOS-MASTER.
            CLOSE CLIENTES-MASTER.
            CLOSE CLI-ENDERECOS.
            CLOSE COND-PAGAMENTO.
            CLOSE CONTAS-A-RECEBER.
            CLOSE VEICULOS.
            CLOSE REL-ROTAS.
            CLOSE REL-PENDENTES.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-PEDIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-PARADAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM ROTAMONT.
