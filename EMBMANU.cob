      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Os pedidos sao informados antes da
      *                 transportadora: cada transportadora ativa com
      *                 tabela contratada (TABFRETE) para todos os
      *                 destinos e cotada pela rotina FRETCALC, o
      *                 ranking sai por custo e por prazo e a mais
      *                 barata e sugerida. O frete previsto do embarque
      *                 passa a ser a cotacao da escolhida; sem tabela,
      *                 segue a soma do frete cobrado do cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBMANU.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
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
           SELECT REL-MANIFESTO ASSIGN TO 'EMBMANIF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  CLI-ENDERECOS
           LABEL RECORD IS STANDARD.
           COPY ENDEREG.
       FD  REL-MANIFESTO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(100).
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-ENDER     PIC X(02) VALUE '00'.
       77 WRK-TRANSP       PIC 9(04) VALUE ZEROS.
       77 WRK-PEDIDO       PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-EOF-TRANSP   PIC X(01) VALUE 'N'.
           88 FIM-TRANSP   VALUE 'S'.
       77 WRK-TRANSP-OK    PIC X(01) VALUE 'N'.
           88 TRANSP-OK    VALUE 'S'.
       77 WRK-ATENDE       PIC X(01) VALUE 'N'.
           88 ATENDE-TODOS VALUE 'S'.
       77 WRK-JA-NA-CARGA  PIC X(01) VALUE 'N'.
           88 JA-NA-CARGA  VALUE 'S'.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-SUB-COT      PIC 9(02) VALUE ZEROS.
       77 WRK-MELHOR       PIC 9(02) VALUE ZEROS.
       77 WRK-POSICAO      PIC 9(02) VALUE ZEROS.
       77 WRK-ESCOLHIDA    PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-CARGA    PIC 9(02) VALUE 50.
       77 WRK-MAX-COTACOES PIC 9(02) VALUE 30.
       77 WRK-QTD-CARGA    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-COTACOES PIC 9(02) VALUE ZEROS.
       77 WRK-CEP-NUM      PIC 9(08) VALUE ZEROS.
       77 WRK-CUSTO-TOTAL  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PRAZO-MAIOR  PIC 9(02) VALUE ZEROS.
       77 WRK-FRETE-ITEM   PIC 9(06)V99 VALUE ZEROS.
      *----------------------------------------------------------------
      * PEDIDOS DO EMBARQUE EM MONTAGEM, COM O DESTINO (UF/CEP DO
      * ENDERECO DE ENTREGA), PESO E VALOR PARA A COTACAO.
      *----------------------------------------------------------------
       01 WRK-CARGA-TABELA.
           05 WRK-CARGA OCCURS 50 TIMES.
               10 WRK-CRG-PEDIDO    PIC 9(06).
               10 WRK-CRG-CLIENTE   PIC 9(06).
               10 WRK-CRG-UF        PIC X(02).
               10 WRK-CRG-CEP       PIC 9(08).
               10 WRK-CRG-PESO      PIC 9(05)V99.
               10 WRK-CRG-VALOR     PIC 9(08)V99.
               10 WRK-CRG-FRETE-CLI PIC 9(06)V99.
      *----------------------------------------------------------------
      * COTACAO DE CADA TRANSPORTADORA QUE ATENDE TODOS OS DESTINOS -
      * O PRAZO DO EMBARQUE E O MAIOR PRAZO ENTRE OS DESTINOS.
      *----------------------------------------------------------------
       01 WRK-COTACOES-TABELA.
           05 WRK-COTACAO OCCURS 30 TIMES.
               10 WRK-COT-TRANSP    PIC 9(04).
               10 WRK-COT-NOME      PIC X(40).
               10 WRK-COT-CUSTO     PIC 9(08)V99.
               10 WRK-COT-PRAZO     PIC 9(02).
               10 WRK-COT-MOSTRADA  PIC X(01).
           COPY FCLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
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
            OPEN OUTPUT REL-MANIFESTO.

      *----------------------------------------------------------------
      * PRIMEIRO A CARGA, DEPOIS A TRANSPORTADORA - SO COM OS DESTINOS
      * E PESOS NA MAO DA PARA COMPARAR O CUSTO DE CADA UMA.
      *----------------------------------------------------------------
       2000-MONTAR-EMBARQUE.
            DISPLAY 'MONTAGEM DE EMBARQUE'.
            MOVE ZEROS TO WRK-QTD-CARGA.
            PERFORM 2300-PEDIR-PEDIDO.
            PERFORM 2400-INCLUIR-PEDIDO
                UNTIL WRK-PEDIDO = ZEROS.
            IF WRK-QTD-CARGA = ZEROS
                DISPLAY 'NENHUM PEDIDO INFORMADO - EMBARQUE NAO ABERTO'
            ELSE
                PERFORM 2600-COTAR-TRANSPORTADORAS
                PERFORM 2700-MOSTRAR-RANKING
                PERFORM 2800-ESCOLHER-TRANSPORTADORA
                IF TRANSP-OK
                    PERFORM 2100-ABRIR-EMBARQUE
                END-IF
            END-IF.

       2100-ABRIR-EMBARQUE.
            MOVE 'EB' TO PCT-CHAVE.
            ACCEPT EMB-DATA FROM DATE YYYYMMDD.
            MOVE ZEROS TO EMB-QTD-PEDIDOS.
            MOVE ZEROS TO EMB-FRETE-PREVISTO.
            IF WRK-ESCOLHIDA NOT = ZEROS
                MOVE 'T' TO EMB-ORIGEM-FRETE
                MOVE WRK-COT-PRAZO (WRK-ESCOLHIDA) TO EMB-PRAZO-DIAS
            ELSE
                MOVE 'C' TO EMB-ORIGEM-FRETE
                MOVE ZEROS TO EMB-PRAZO-DIAS
            END-IF.
            WRITE EMBARQUE-REG
                INVALID KEY
                    DISPLAY 'ERRO AO ABRIR EMBARQUE'
                    DISPLAY 'EMBARQUE ABERTO SOB O NUMERO '
                        EMB-NUMERO
                    PERFORM 2200-ABRIR-MANIFESTO
                    MOVE 1 TO WRK-SUB
                    PERFORM 2450-GRAVAR-ITEM WRK-QTD-CARGA TIMES
                    PERFORM 2500-FECHAR-EMBARQUE
            END-WRITE.

      * AINDA NAO FATUROU E CANCELADO NAO EMBARCA.
      *----------------------------------------------------------------
       2400-INCLUIR-PEDIDO.
            MOVE 'N' TO WRK-JA-NA-CARGA.
            MOVE 1 TO WRK-SUB.
            PERFORM 2410-CONFERIR-CARGA WRK-QTD-CARGA TIMES.
            MOVE WRK-PEDIDO TO PED-NUMERO.
            IF JA-NA-CARGA
                DISPLAY 'PEDIDO JA ESTA NESTE EMBARQUE'
            ELSE
                READ PEDIDOS
                    INVALID KEY
                        DISPLAY 'PEDIDO NAO ENCONTRADO'
                    NOT INVALID KEY
                        IF PEDIDO-SEPARACAO OR PEDIDO-ENTREGUE
                            PERFORM 2420-GUARDAR-PEDIDO
                        ELSE
                            DISPLAY 'PEDIDO NAO ESTA PRONTO PARA '
                                'EMBARQUE - STATUS ' PED-STATUS
                        END-IF
                END-READ
            END-IF.
            IF WRK-QTD-CARGA >= WRK-MAX-CARGA
                DISPLAY 'LIMITE DE ' WRK-MAX-CARGA
                    ' PEDIDOS POR EMBARQUE ATINGIDO'
                MOVE ZEROS TO WRK-PEDIDO
            ELSE
                PERFORM 2300-PEDIR-PEDIDO
            END-IF.

       2410-CONFERIR-CARGA.
            IF WRK-CRG-PEDIDO (WRK-SUB) = WRK-PEDIDO
                MOVE 'S' TO WRK-JA-NA-CARGA
            END-IF.
            ADD 1 TO WRK-SUB.

      *----------------------------------------------------------------
      * O DESTINO E O ENDERECO DE ENTREGA DO PEDIDO (CLIENDER) OU, COM
      * ENDERECO 00, O DO CADASTRO; CEP NAO NUMERICO FICA ZERADO E SO
      * CASA COM LINHA DE TABELA DA UF INTEIRA.
      *----------------------------------------------------------------
       2420-GUARDAR-PEDIDO.
            ADD 1 TO WRK-QTD-CARGA.
            MOVE PED-NUMERO TO WRK-CRG-PEDIDO (WRK-QTD-CARGA).
            MOVE PED-CLIENTE TO WRK-CRG-CLIENTE (WRK-QTD-CARGA).
            MOVE PED-UF TO WRK-CRG-UF (WRK-QTD-CARGA).
            MOVE PED-PESO TO WRK-CRG-PESO (WRK-QTD-CARGA).
            MOVE PED-VALOR TO WRK-CRG-VALOR (WRK-QTD-CARGA).
            MOVE PED-FRETE TO WRK-CRG-FRETE-CLI (WRK-QTD-CARGA).
            MOVE ZEROS TO WRK-CEP-NUM.
            IF PED-END-ENTREGA = ZEROS
                MOVE PED-CLIENTE TO CLI-CODIGO
                READ CLIENTES-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CLI-CEP NUMERIC
                            MOVE CLI-CEP TO WRK-CEP-NUM
                        END-IF
                END-READ
            ELSE
                MOVE PED-CLIENTE TO END-CLIENTE
                MOVE PED-END-ENTREGA TO END-SEQUENCIA
                READ CLI-ENDERECOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF END-CEP NUMERIC
                            MOVE END-CEP TO WRK-CEP-NUM
                        END-IF
                END-READ
            END-IF.
            MOVE WRK-CEP-NUM TO WRK-CRG-CEP (WRK-QTD-CARGA).
            DISPLAY 'PEDIDO INCLUIDO NA CARGA'.

      *----------------------------------------------------------------
      * GRAVA O PEDIDO WRK-SUB DA CARGA NO EMBARQUE - O FRETE DA LINHA
      * E A COTACAO DA TRANSPORTADORA ESCOLHIDA PARA O DESTINO OU,
      * SEM TABELA, O FRETE COBRADO DO CLIENTE.
      *----------------------------------------------------------------
       2450-GRAVAR-ITEM.
            IF WRK-ESCOLHIDA NOT = ZEROS
                PERFORM 2460-COTAR-PEDIDO
                MOVE FCL-FRETE TO WRK-FRETE-ITEM
            ELSE
                MOVE WRK-CRG-FRETE-CLI (WRK-SUB) TO WRK-FRETE-ITEM
            END-IF.
            MOVE EMB-NUMERO TO EBI-EMBARQUE.
            MOVE WRK-CRG-PEDIDO (WRK-SUB) TO EBI-PEDIDO.
            MOVE WRK-CRG-CLIENTE (WRK-SUB) TO EBI-CLIENTE.
            MOVE WRK-FRETE-ITEM TO EBI-FRETE.
            WRITE EMBARQUE-ITEM-REG
                INVALID KEY
                    DISPLAY 'PEDIDO JA ESTA NESTE EMBARQUE'
                NOT INVALID KEY
                    ADD 1 TO EMB-QTD-PEDIDOS
                    ADD WRK-FRETE-ITEM TO EMB-FRETE-PREVISTO
                    MOVE WRK-FRETE-ITEM TO WRK-VALOR-ED
                    MOVE SPACES TO REL-LINHA
                    STRING '   PEDIDO ' DELIMITED SIZE
                        WRK-CRG-PEDIDO (WRK-SUB) DELIMITED SIZE
                        ' CLIENTE ' DELIMITED SIZE
                        WRK-CRG-CLIENTE (WRK-SUB) DELIMITED SIZE
                        ' UF ' DELIMITED SIZE
                        WRK-CRG-UF (WRK-SUB) DELIMITED SIZE
                        ' FRETE ' DELIMITED SIZE
                        WRK-VALOR-ED DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                    WRITE REL-LINHA
            END-WRITE.
            ADD 1 TO WRK-SUB.

       2460-COTAR-PEDIDO.
            MOVE WRK-TRANSP TO FCL-TRANSPORTADORA.
            MOVE WRK-CRG-UF (WRK-SUB) TO FCL-UF.
            MOVE WRK-CRG-CEP (WRK-SUB) TO FCL-CEP.
            MOVE WRK-CRG-PESO (WRK-SUB) TO FCL-PESO.
            MOVE WRK-CRG-VALOR (WRK-SUB) TO FCL-VALOR-MERC.
            CALL 'FRETCALC' USING FRETCALC-AREA.

       2500-FECHAR-EMBARQUE.
            REWRITE EMBARQUE-REG
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            IF EMB-FRETE-CONTRATADO
                STRING 'FRETE PELA TABELA CONTRATADA - PRAZO '
                    DELIMITED SIZE
                    EMB-PRAZO-DIAS DELIMITED SIZE
                    ' DIAS UTEIS' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                MOVE 'FRETE PELO VALOR COBRADO DOS CLIENTES'
                    TO REL-LINHA
            END-IF.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '=' TO REL-LINHA (1:60).
            WRITE REL-LINHA.
            DISPLAY 'EMBARQUE ' EMB-NUMERO ' FECHADO COM '
                EMB-QTD-PEDIDOS ' PEDIDOS - MANIFESTO EM '
                'EMBMANIF.TXT'.

      *----------------------------------------------------------------
      * COTA CADA TRANSPORTADORA ATIVA PARA TODOS OS PEDIDOS DA CARGA;
      * A QUE NAO TEM TABELA PARA ALGUM DESTINO FICA FORA DO RANKING.
      *----------------------------------------------------------------
       2600-COTAR-TRANSPORTADORAS.
            MOVE ZEROS TO WRK-QTD-COTACOES.
            MOVE 'N' TO WRK-EOF-TRANSP.
            MOVE ZEROS TO TRA-CODIGO.
            START TRANSPORTADORAS KEY IS NOT LESS THAN TRA-CODIGO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TRANSP
            END-START.
            IF NOT FIM-TRANSP
                PERFORM 2610-LER-TRANSP
                PERFORM 2620-COTAR-UMA-TRANSP
                    UNTIL FIM-TRANSP
                    OR WRK-QTD-COTACOES >= WRK-MAX-COTACOES
            END-IF.

       2610-LER-TRANSP.
            READ TRANSPORTADORAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TRANSP
            END-READ.

       2620-COTAR-UMA-TRANSP.
            IF TRANSP-ATIVA
                MOVE TRA-CODIGO TO WRK-TRANSP
                MOVE ZEROS TO WRK-CUSTO-TOTAL
                MOVE ZEROS TO WRK-PRAZO-MAIOR
                MOVE 'S' TO WRK-ATENDE
                MOVE 1 TO WRK-SUB
                PERFORM 2630-COTAR-DESTINO WRK-QTD-CARGA TIMES
                IF ATENDE-TODOS
                    ADD 1 TO WRK-QTD-COTACOES
                    MOVE TRA-CODIGO
                        TO WRK-COT-TRANSP (WRK-QTD-COTACOES)
                    MOVE TRA-NOME TO WRK-COT-NOME (WRK-QTD-COTACOES)
                    MOVE WRK-CUSTO-TOTAL
                        TO WRK-COT-CUSTO (WRK-QTD-COTACOES)
                    MOVE WRK-PRAZO-MAIOR
                        TO WRK-COT-PRAZO (WRK-QTD-COTACOES)
                END-IF
            END-IF.
            PERFORM 2610-LER-TRANSP.

       2630-COTAR-DESTINO.
            IF ATENDE-TODOS
                PERFORM 2460-COTAR-PEDIDO
                IF FCL-TEM-TABELA
                    ADD FCL-FRETE TO WRK-CUSTO-TOTAL
                    IF FCL-PRAZO-DIAS > WRK-PRAZO-MAIOR
                        MOVE FCL-PRAZO-DIAS TO WRK-PRAZO-MAIOR
                    END-IF
                ELSE
                    MOVE 'N' TO WRK-ATENDE
                END-IF
            END-IF.
            ADD 1 TO WRK-SUB.

      *----------------------------------------------------------------
      * DOIS RANKINGS - POR CUSTO E POR PRAZO. A CADA RODADA A
      * VARREDURA ACHA A MELHOR COTACAO AINDA NAO MOSTRADA.
      *----------------------------------------------------------------
       2700-MOSTRAR-RANKING.
            IF WRK-QTD-COTACOES = ZEROS
                DISPLAY 'NENHUMA TRANSPORTADORA ATIVA TEM TABELA PARA '
                    'TODOS OS DESTINOS DA CARGA'
            ELSE
                DISPLAY 'RANKING POR CUSTO:'
                PERFORM 2710-LIMPAR-MOSTRADAS
                MOVE 1 TO WRK-POSICAO
                PERFORM 2720-MOSTRAR-MAIS-BARATA WRK-QTD-COTACOES TIMES
                DISPLAY 'RANKING POR PRAZO:'
                PERFORM 2710-LIMPAR-MOSTRADAS
                MOVE 1 TO WRK-POSICAO
                PERFORM 2740-MOSTRAR-MAIS-RAPIDA
                    WRK-QTD-COTACOES TIMES
            END-IF.

       2710-LIMPAR-MOSTRADAS.
            MOVE 1 TO WRK-SUB-COT.
            PERFORM 2715-LIMPAR-UMA WRK-QTD-COTACOES TIMES.

       2715-LIMPAR-UMA.
            MOVE 'N' TO WRK-COT-MOSTRADA (WRK-SUB-COT).
            ADD 1 TO WRK-SUB-COT.

       2720-MOSTRAR-MAIS-BARATA.
            MOVE ZEROS TO WRK-MELHOR.
            MOVE 1 TO WRK-SUB-COT.
            PERFORM 2725-COMPARAR-CUSTO WRK-QTD-COTACOES TIMES.
            PERFORM 2760-MOSTRAR-COTACAO.

       2725-COMPARAR-CUSTO.
            IF WRK-COT-MOSTRADA (WRK-SUB-COT) = 'N'
                IF WRK-MELHOR = ZEROS
                    MOVE WRK-SUB-COT TO WRK-MELHOR
                ELSE
                    IF WRK-COT-CUSTO (WRK-SUB-COT)
                        < WRK-COT-CUSTO (WRK-MELHOR)
                        MOVE WRK-SUB-COT TO WRK-MELHOR
                    END-IF
                END-IF
            END-IF.
            ADD 1 TO WRK-SUB-COT.

       2740-MOSTRAR-MAIS-RAPIDA.
            MOVE ZEROS TO WRK-MELHOR.
            MOVE 1 TO WRK-SUB-COT.
            PERFORM 2745-COMPARAR-PRAZO WRK-QTD-COTACOES TIMES.
            PERFORM 2760-MOSTRAR-COTACAO.

      *----------------------------------------------------------------
      * PRAZO EMPATADO DESEMPATA PELO CUSTO.
      *----------------------------------------------------------------
       2745-COMPARAR-PRAZO.
            IF WRK-COT-MOSTRADA (WRK-SUB-COT) = 'N'
                IF WRK-MELHOR = ZEROS
                    MOVE WRK-SUB-COT TO WRK-MELHOR
                ELSE
                    IF WRK-COT-PRAZO (WRK-SUB-COT)
                        < WRK-COT-PRAZO (WRK-MELHOR)
                        OR (WRK-COT-PRAZO (WRK-SUB-COT)
                            = WRK-COT-PRAZO (WRK-MELHOR)
                        AND WRK-COT-CUSTO (WRK-SUB-COT)
                            < WRK-COT-CUSTO (WRK-MELHOR))
                        MOVE WRK-SUB-COT TO WRK-MELHOR
                    END-IF
                END-IF
            END-IF.
            ADD 1 TO WRK-SUB-COT.

       2760-MOSTRAR-COTACAO.
            MOVE 'S' TO WRK-COT-MOSTRADA (WRK-MELHOR).
            MOVE WRK-COT-CUSTO (WRK-MELHOR) TO WRK-VALOR-ED.
            DISPLAY WRK-POSICAO 'O - ' WRK-COT-TRANSP (WRK-MELHOR)
                ' ' WRK-COT-NOME (WRK-MELHOR)
                ' FRETE ' WRK-VALOR-ED
                ' PRAZO ' WRK-COT-PRAZO (WRK-MELHOR) ' DIAS'.
            ADD 1 TO WRK-POSICAO.

      *----------------------------------------------------------------
      * A MAIS BARATA E A SUGESTAO (CODIGO 0 ACEITA). O OPERADOR PODE
      * ESCOLHER OUTRA ATIVA; FORA DO RANKING (SEM TABELA PARA TODOS
      * OS DESTINOS) O FRETE PREVISTO VOLTA A SER O DO CLIENTE.
      *----------------------------------------------------------------
       2800-ESCOLHER-TRANSPORTADORA.
            MOVE 'N' TO WRK-TRANSP-OK.
            MOVE ZEROS TO WRK-ESCOLHIDA.
            MOVE ZEROS TO WRK-MELHOR.
            IF WRK-QTD-COTACOES > ZEROS
                PERFORM 2710-LIMPAR-MOSTRADAS
                MOVE 1 TO WRK-SUB-COT
                PERFORM 2725-COMPARAR-CUSTO WRK-QTD-COTACOES TIMES
                DISPLAY 'SUGERIDA: ' WRK-COT-TRANSP (WRK-MELHOR)
                    ' ' WRK-COT-NOME (WRK-MELHOR)
                DISPLAY 'CODIGO DA TRANSPORTADORA (0 = SUGERIDA).. '
            ELSE
                DISPLAY 'CODIGO DA TRANSPORTADORA.. '
            END-IF.
            ACCEPT WRK-TRANSP.
            IF WRK-TRANSP = ZEROS AND WRK-MELHOR NOT = ZEROS
                MOVE WRK-COT-TRANSP (WRK-MELHOR) TO WRK-TRANSP
            END-IF.
            MOVE WRK-TRANSP TO TRA-CODIGO.
            READ TRANSPORTADORAS
                INVALID KEY
                    DISPLAY 'TRANSPORTADORA NAO CADASTRADA'
                NOT INVALID KEY
                    IF TRANSP-ATIVA
                        DISPLAY 'TRANSPORTADORA: ' TRA-NOME
                        MOVE 'S' TO WRK-TRANSP-OK
                    ELSE
                        DISPLAY 'TRANSPORTADORA INATIVA'
                    END-IF
            END-READ.
            IF TRANSP-OK
                MOVE 1 TO WRK-SUB-COT
                PERFORM 2810-ACHAR-COTACAO WRK-QTD-COTACOES TIMES
                IF WRK-ESCOLHIDA = ZEROS
                    DISPLAY 'TRANSPORTADORA SEM TABELA PARA TODOS OS '
                        'DESTINOS - FRETE PREVISTO PELO FRETE DO '
                        'CLIENTE'
                END-IF
            END-IF.

       2810-ACHAR-COTACAO.
            IF WRK-COT-TRANSP (WRK-SUB-COT) = WRK-TRANSP
                MOVE WRK-SUB-COT TO WRK-ESCOLHIDA
            END-IF.
            ADD 1 TO WRK-SUB-COT.

       9000-FINALIZAR.
            CLOSE TRANSPORTADORAS.
            CLOSE EMBARQUES.
            CLOSE EMBARQUE-ITENS.
            CLOSE PEDIDOS.
            CLOSE PED-CONTROLE.
            CLOSE CLIENTES-MASTER.
            CLOSE CLI-ENDERECOS.
            CLOSE REL-MANIFESTO.

       END PROGRAM EMBMANU.
