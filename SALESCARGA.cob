      *                 mandaram nada hoje (LOJFALTA.TXT) - o extrato
      *                 sumido deixa de ser descoberto pelo total
      *                 magro.
      * 15/10/2026 ABM  Lancamento da carga sai com SEL-PEDIDO zerado
      *                 (campo reservado aos lancamentos do FATURA).
      * 15/10/2026 ABM  O layout de carga ganhou a forma de pagamento
      *                 (D=dinheiro C=credito B=debito), a bandeira e a
      *                 autorizacao do cartao; venda em cartao exige
      *                 bandeira e autorizacao e fica pendente em
      *                 VENDCART (VCTREG) para a conciliacao da
      *                 adquirente (ADQCONC).
      * 15/10/2026 ABM  Vendas da carga postadas na empresa 01 (SEL-
      *                 EMPRESA) e conferidas contra o periodo contabil
      *                 da 01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESCARGA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-LOJA
               FILE STATUS IS WRK-FS-TMPLOJA.
           SELECT VENDAS-CARTAO ASSIGN TO 'VENDCART'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCT-CHAVE
               FILE STATUS IS WRK-FS-CARTAO.
           SELECT PERIODOS ASSIGN TO 'PERIODOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 VCA-TIPO             PIC X(01).
           05 VCA-VENDEDOR         PIC 9(04).
           05 VCA-LOJA             PIC 9(03).
           05 VCA-FORMA            PIC X(01).
               88 VCA-DINHEIRO     VALUE 'D' ' '.
               88 VCA-CARTAO       VALUE 'C' 'B'.
           05 VCA-BANDEIRA         PIC X(02).
           05 VCA-AUTORIZACAO      PIC X(06).
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PERIODOS
           LABEL RECORD IS STANDARD.
           COPY PERIREG.
       FD  VENDAS-CARTAO
           LABEL RECORD IS STANDARD.
           COPY VCTREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CARGA     PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-EOF-LOJAS    PIC X(01) VALUE 'N'.
           88 FIM-LOJAS    VALUE 'S'.
       77 WRK-QTD-SEM-EXTRATO PIC 9(04) VALUE ZEROS.
       77 WRK-FS-CARTAO    PIC X(02) VALUE '00'.
       77 WRK-QTD-CARTAO   PIC 9(06) VALUE ZEROS.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
                CLOSE PERIODOS
                OPEN INPUT PERIODOS
            END-IF.
            OPEN I-O VENDAS-CARTAO.
            IF WRK-FS-CARTAO = '35'
                CLOSE VENDAS-CARTAO
                OPEN OUTPUT VENDAS-CARTAO
                CLOSE VENDAS-CARTAO
                OPEN I-O VENDAS-CARTAO
            END-IF.
            PERFORM 1100-LER-CHECKPOINT.
            PERFORM 5010-LER-CARGA.

                AND VCA-TIPO NOT = 'A' AND VCA-TIPO NOT = SPACE
                MOVE 'TIPO DE LANCAMENTO INVALIDO' TO WRK-MSG-ERRO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2013-VALIDAR-CARTAO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2012-VALIDAR-LOJA
            END-IF.
                END-REWRITE
            END-IF.

      *----------------------------------------------------------------
      * VENDA EM CARTAO (C=CREDITO B=DEBITO) TEM QUE TRAZER BANDEIRA
      * E AUTORIZACAO - E POR LOJA + DATA + AUTORIZACAO QUE A
      * LIQUIDACAO DA ADQUIRENTE E CASADA NO ADQCONC, ENTAO A MESMA
      * AUTORIZACAO NAO PODE ENTRAR DUAS VEZES NO MESMO DIA DA LOJA.
      * SO VENDA E PAGA EM CARTAO; DEVOLUCAO E AJUSTE NAO.
      *----------------------------------------------------------------
       2013-VALIDAR-CARTAO.
            EVALUATE TRUE
                WHEN VCA-DINHEIRO
                    CONTINUE
                WHEN NOT VCA-CARTAO
                    MOVE 'FORMA DE PAGAMENTO INVALIDA' TO WRK-MSG-ERRO
                WHEN VCA-TIPO NOT = 'V' AND VCA-TIPO NOT = SPACE
                    MOVE 'CARTAO SO EM LANCAMENTO DE VENDA'
                        TO WRK-MSG-ERRO
                WHEN VCA-BANDEIRA = SPACES
                    MOVE 'VENDA EM CARTAO SEM BANDEIRA' TO WRK-MSG-ERRO
                WHEN VCA-AUTORIZACAO = SPACES
                    MOVE 'VENDA EM CARTAO SEM AUTORIZACAO'
                        TO WRK-MSG-ERRO
                WHEN OTHER
                    MOVE VCA-LOJA        TO VCT-LOJA
                    MOVE VCA-DATA        TO VCT-DATA
                    MOVE VCA-AUTORIZACAO TO VCT-AUTORIZACAO
                    READ VENDAS-CARTAO
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE 'AUTORIZACAO DE CARTAO REPETIDA'
                                TO WRK-MSG-ERRO
                    END-READ
            END-EVALUATE.

      *----------------------------------------------------------------
      * A DATA DE CADA REGISTRO DO ARQUIVO DE LOJA PODE SER DE DIAS
      * DIFERENTES - CADA UMA E CONFERIDA CONTRA O CONTROLE DE
      * PERIODO; PERIODO FECHADO VIRA EXCECAO, NAO LANCAMENTO.
      *----------------------------------------------------------------
       2015-VERIFICAR-PERIODO.
            MOVE 01 TO PER-EMPRESA.
            MOVE VCA-DATA (1:4) TO PER-ANO.
            MOVE VCA-DATA (5:2) TO PER-MES.
            READ PERIODOS
            MOVE ZEROS TO SEL-REF-ORIGEM.
            MOVE VCA-VENDEDOR TO SEL-VENDEDOR.
            MOVE VCA-LOJA TO SEL-LOJA.
            MOVE ZEROS TO SEL-PEDIDO.
            MOVE 01 TO SEL-EMPRESA.
            WRITE SALES-LEDGER-REG
                INVALID KEY
                    MOVE 'CHAVE JA EXISTE NO RAZAO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-POSTADOS
                    ADD VCA-VALOR TO WRK-TOTAL-POSTADO
                    IF VCA-CARTAO
                        PERFORM 2025-GRAVAR-CARTAO
                    END-IF
            END-WRITE.

      *----------------------------------------------------------------
      * A VENDA EM CARTAO FICA PENDENTE EM VENDCART ATE A ADQUIRENTE
      * LIQUIDAR (ADQCONC).
      *----------------------------------------------------------------
       2025-GRAVAR-CARTAO.
            MOVE VCA-LOJA        TO VCT-LOJA.
            MOVE VCA-DATA        TO VCT-DATA.
            MOVE VCA-AUTORIZACAO TO VCT-AUTORIZACAO.
            MOVE VCA-CLIENTE     TO VCT-CLIENTE.
            MOVE VCA-HORA        TO VCT-HORA.
            MOVE VCA-FORMA       TO VCT-MODALIDADE.
            MOVE VCA-BANDEIRA    TO VCT-BANDEIRA.
            MOVE VCA-VALOR       TO VCT-VALOR.
            SET VCT-PENDENTE     TO TRUE.
            MOVE ZEROS TO VCT-DATA-LIQUIDACAO.
            MOVE ZEROS TO VCT-VALOR-LIQUIDO.
            MOVE ZEROS TO VCT-VALOR-TAXA.
            MOVE ZEROS TO VCT-DEPOSITO.
            WRITE VENDCART-REG
                INVALID KEY
                    DISPLAY 'AUTORIZACAO JA GRAVADA EM VENDCART: '
                        VCA-LOJA ' ' VCA-DATA ' ' VCA-AUTORIZACAO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-CARTAO
            END-WRITE.

       2030-GRAVAR-EXCECAO.
            CLOSE LOJAS.
            CLOSE LOJA-CONTAGEM.
            CLOSE LOJA-FALTA.
            CLOSE VENDAS-CARTAO.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'CARGA DE VENDAS - RESUMO DA EXECUCAO'.
            DISPLAY 'REGISTROS LIDOS......: ' WRK-QTD-LIDOS.
            DISPLAY 'VENDAS POSTADAS......: ' WRK-QTD-POSTADOS.
            DISPLAY 'REGISTROS REJEITADOS.: ' WRK-QTD-REJEITADOS.
            DISPLAY 'VALOR TOTAL POSTADO..: ' WRK-TOTAL-POSTADO.
            DISPLAY 'VENDAS EM CARTAO.....: ' WRK-QTD-CARTAO.
            DISPLAY 'LOJAS SEM EXTRATO....: ' WRK-QTD-SEM-EXTRATO.
            DISPLAY 'EXCECOES GRAVADAS EM VENEXCEP.TXT'.
            DISPLAY '-------------------------------------------'.
