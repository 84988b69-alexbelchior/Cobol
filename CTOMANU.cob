      * 02/09/2026 ABM  O dia do mes passou a ser validado (01-28) na
      *                 inclusao e na alteracao - dia fora da faixa
      *                 gerava pedido com data impossivel no CTOGERA.
      * 15/10/2026 ABM  Reajuste anual no contrato (indice IGP-M, IPCA
      *                 ou percentual fixo e mes de aniversario) e
      *                 preco de contrato na linha (zero segue a
      *                 tabela vigente), para o CTOREAJ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTOMANU.
       77 WRK-LINHA        PIC 9(03) VALUE ZEROS.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-MES-ANIV     PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-INI-GRP.
           05 WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-INI-ED REDEFINES WRK-DATA-INI.
               10 WRK-INI-ANO   PIC 9(04).
               10 WRK-INI-MES   PIC 9(02).
               10 WRK-INI-DIA   PIC 9(02).
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            ACCEPT CTO-VENDEDOR.
            DISPLAY 'CONDICAO DE PAGAMENTO (0=30).. '.
            ACCEPT CTO-COND-PAGTO.
            PERFORM 2116-PEDIR-REAJUSTE.
            MOVE 'A' TO CTO-STATUS.
            MOVE ZEROS TO CTO-ULTIMA-GERACAO.
            MOVE ZEROS TO CTO-ULTIMO-REAJUSTE.
            WRITE CONTRATO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR CONTRATO'
                DISPLAY 'DIA INVALIDO - INFORME DE 01 A 28'
            END-IF.

      *----------------------------------------------------------------
      * REAJUSTE ANUAL - O CTOREAJ CORRIGE OS PRECOS DE CONTRATO DAS
      * LINHAS NO MES DE ANIVERSARIO (EM BRANCO, O MES DO INICIO DA
      * VIGENCIA), A PARTIR DE UM ANO DE CONTRATO.
      *----------------------------------------------------------------
       2116-PEDIR-REAJUSTE.
            DISPLAY 'REAJUSTE (G=IGP-M I=IPCA F=FIXO N=SEM).. '.
            ACCEPT CTO-INDICE.
            IF NOT CTO-INDICE-VALIDO
                DISPLAY 'INDICE INVALIDO - CONTRATO SEM REAJUSTE'
                MOVE 'N' TO CTO-INDICE
            END-IF.
            MOVE ZEROS TO CTO-PERC-FIXO.
            MOVE ZEROS TO CTO-MES-ANIVERSARIO.
            IF CTO-INDICE-FIXO
                DISPLAY 'PERCENTUAL FIXO DE REAJUSTE AO ANO.. '
                ACCEPT CTO-PERC-FIXO
            END-IF.
            IF NOT CTO-SEM-REAJUSTE
                MOVE CTO-VALIDADE-INI TO WRK-DATA-INI
                DISPLAY 'MES DE ANIVERSARIO (00 = MES DO INICIO '
                    'DA VIGENCIA).. '
                ACCEPT WRK-MES-ANIV
                IF WRK-MES-ANIV = ZEROS OR WRK-MES-ANIV > 12
                    MOVE WRK-INI-MES TO WRK-MES-ANIV
                END-IF
                MOVE WRK-MES-ANIV TO CTO-MES-ANIVERSARIO
            END-IF.

       2200-ALTERAR.
            DISPLAY 'NUMERO DO CONTRATO.. '.
            ACCEPT WRK-CONTRATO.
                        DISPLAY 'STATUS INVALIDO - MANTIDO ATIVO'
                        MOVE 'A' TO CTO-STATUS
                    END-IF
                    DISPLAY 'REAJUSTE ATUAL ' CTO-INDICE
                        ' ANIVERSARIO ' CTO-MES-ANIVERSARIO
                    PERFORM 2116-PEDIR-REAJUSTE
                    REWRITE CONTRATO-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR ALTERACAO'
                    DISPLAY 'COND. PAGAMENTO.: ' CTO-COND-PAGTO
                    DISPLAY 'STATUS..........: ' CTO-STATUS
                    DISPLAY 'ULTIMA GERACAO..: ' CTO-ULTIMA-GERACAO
                    DISPLAY 'REAJUSTE........: ' CTO-INDICE
                        ' FIXO ' CTO-PERC-FIXO
                        ' ANIVERSARIO ' CTO-MES-ANIVERSARIO
                        ' ULTIMO ' CTO-ULTIMO-REAJUSTE
                    PERFORM 2310-LISTAR-ITENS
            END-READ.


       2330-EXIBIR-ITEM.
            DISPLAY '  LINHA ' CTI-LINHA ' PRODUTO ' CTI-PRODUTO
                ' QTDE ' CTI-QUANTIDADE ' PRECO ' CTI-PRECO.
            PERFORM 2320-LER-ITEM.

       2400-ITENS.
                        DISPLAY 'PRODUTO: ' PRO-DESCRICAO
                        DISPLAY 'QUANTIDADE.. '
                        ACCEPT CTI-QUANTIDADE
                        DISPLAY 'PRECO DO CONTRATO (0 = TABELA '
                            'VIGENTE NA GERACAO).. '
                        ACCEPT CTI-PRECO
                        MOVE WRK-CONTRATO TO CTI-CONTRATO
                        MOVE WRK-LINHA TO CTI-LINHA
                        REWRITE CONTRATO-ITEM-REG
