      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: PREVISAO MENSAL DE DEMANDA E REVISAO DO PONTO DE
      *          REPOSICAO - SOMA AS SAIDAS ('S') DE ESTMOV.TXT POR
      *          PRODUTO E MES NUMA JANELA DE N MESES (PARAMS
      *          MESESPRV, PADRAO 6) TERMINANDO NO MES INFORMADO,
      *          TIRA A DEMANDA MEDIA E A DE PICO E PROPOE UM NOVO
      *          PONTO = CONSUMO MEDIO NO PRAZO DE ENTREGA DO
      *          FORNECEDOR PREFERENCIAL (PRODFORN, PADRAO 30 DIAS)
      *          MAIS ESTOQUE DE SEGURANCA = FATOR (PARAMS FATSEG,
      *          PADRAO 1) X EXCESSO DO PICO SOBRE A MEDIA NO MESMO
      *          PRAZO. AS PROPOSTAS DIFERENTES DO PONTO ATUAL VAO
      *          PARA PONTPROP E SAEM NO RELATORIO PROPOSTO X ATUAL;
      *          O PONTO SO MUDA QUANDO O PLANEJADOR APROVA NO
      *          ESTMANU. RODA NA CADEIA MENSAL (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (MOVYEAR) - ESTMOV.AAAA desde o ano anterior ao
      *                 mes final da janela - antes do ESTMOV.TXT
      *                 corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTPREVI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT PRODUTO-FORNEC ASSIGN TO 'PRODFORN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFO-PRODUTO
               FILE STATUS IS WRK-FS-PRODFORN.
           SELECT PARAMETROS ASSIGN TO 'PARAMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-FS-PARAMS.
           SELECT PONTO-PROPOSTA ASSIGN TO 'PONTPROP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPR-PRODUTO
               FILE STATUS IS WRK-FS-PROPOSTA.
           SELECT DEMANDA-CONTAGEM ASSIGN TO 'PRVCOUNT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-PRODUTO
               FILE STATUS IS WRK-FS-TEMP.
           SELECT REL-PREVISAO ASSIGN TO 'PONTPREV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  PRODUTO-FORNEC
           LABEL RECORD IS STANDARD.
           COPY PFOREG.
       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARMREG.
       FD  PONTO-PROPOSTA
           LABEL RECORD IS STANDARD.
           COPY PPRREG.
       FD  DEMANDA-CONTAGEM
           LABEL RECORD IS STANDARD.
       01 CONTAGEM-REG.
           05 TMP-PRODUTO          PIC 9(06).
           05 TMP-DEMANDA-MES      PIC 9(07) OCCURS 12 TIMES.
       FD  REL-PREVISAO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODFORN  PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMS    PIC X(02) VALUE '00'.
       77 WRK-FS-PROPOSTA  PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INI-ARQ  PIC 9(04) VALUE ZEROS.
       77 WRK-EOF-ESTOQUE  PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE  VALUE 'S'.
       77 WRK-MESES-JANELA PIC 9(02) VALUE 6.
       77 WRK-FATOR-SEG    PIC 9(03)V99 VALUE 1.
       77 WRK-PERIODO-REF  PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-MOV  PIC 9(06) VALUE ZEROS.
       77 WRK-DISTANCIA    PIC S9(06) VALUE ZEROS.
       77 WRK-MES-IDX      PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-DEMANDA PIC 9(09) VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PICO         PIC 9(07) VALUE ZEROS.
       77 WRK-PRAZO        PIC 9(03) VALUE ZEROS.
       77 WRK-PROPOSTO     PIC 9(07) VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SAIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-PRODUTO PIC X(40) VALUE SPACES.
       77 WRK-MEDIA-ED     PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED       PIC -ZZZZ9 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-MOV-GRP.
           05 WRK-DATA-MOV     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-MOV-ED REDEFINES WRK-DATA-MOV.
               10 WRK-MOV-ANO   PIC 9(04).
               10 WRK-MOV-MES   PIC 9(02).
               10 WRK-MOV-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5030-LER-DATADO
                VARYING WRK-ANO-ARQ FROM WRK-ANO-INI-ARQ BY 1
                UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO.
            MOVE 'ESTMOV.TXT' TO WRK-NOME-MOVTOS.
            PERFORM 5040-LER-FONTE.
            PERFORM 5020-LER-ESTOQUE.
            PERFORM 3000-PROPOR-PONTO UNTIL FIM-ESTOQUE.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES FINAL DA JANELA VEM DO SYSIN (ANO E MES); ZEROS
      * SIGNIFICA O MES ANTERIOR AO DA EXECUCAO, COMO NO RECMEDIA. A
      * JANELA (MESESPRV) E O FATOR DE SEGURANCA (FATSEG) VEM DE
      * PARAMS; JANELA FORA DE 1 A 12 VOLTA PARA 6 MESES.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'ESTPREVI' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-PED-ANO = ZEROS OR WRK-PED-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-PED-ANO
                MOVE WRK-HOJE-MES TO WRK-PED-MES
                IF WRK-PED-MES = 01
                    MOVE 12 TO WRK-PED-MES
                    SUBTRACT 1 FROM WRK-PED-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            COMPUTE WRK-PERIODO-REF = (WRK-PED-ANO * 12) + WRK-PED-MES.
            OPEN INPUT PARAMETROS.
            IF WRK-FS-PARAMS = '00'
                MOVE 'MESESPRV' TO PRM-CHAVE
                READ PARAMETROS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRM-VALOR TO WRK-MESES-JANELA
                END-READ
                MOVE 'FATSEG' TO PRM-CHAVE
                READ PARAMETROS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRM-VALOR TO WRK-FATOR-SEG
                END-READ
                CLOSE PARAMETROS
            END-IF.
            IF WRK-MESES-JANELA = ZEROS OR WRK-MESES-JANELA > 12
                MOVE 6 TO WRK-MESES-JANELA
            END-IF.
            COMPUTE WRK-ANO-INI-ARQ = WRK-PED-ANO - 1.
            OPEN INPUT ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN INPUT ESTOQUE-SALDO
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN INPUT PRODUTO-FORNEC.
            IF WRK-FS-PRODFORN = '35'
                CLOSE PRODUTO-FORNEC
                OPEN OUTPUT PRODUTO-FORNEC
                CLOSE PRODUTO-FORNEC
                OPEN INPUT PRODUTO-FORNEC
            END-IF.
            OPEN I-O PONTO-PROPOSTA.
            IF WRK-FS-PROPOSTA = '35'
                CLOSE PONTO-PROPOSTA
                OPEN OUTPUT PONTO-PROPOSTA
                CLOSE PONTO-PROPOSTA
                OPEN I-O PONTO-PROPOSTA
            END-IF.
            OPEN OUTPUT DEMANDA-CONTAGEM.
            CLOSE DEMANDA-CONTAGEM.
            OPEN I-O DEMANDA-CONTAGEM.
            OPEN OUTPUT REL-PREVISAO.
            PERFORM 1100-GRAVAR-CABECALHO.

       1100-GRAVAR-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'PONTO DE REPOSICAO PROPOSTO X ATUAL - JANELA DE '
                DELIMITED SIZE
                WRK-MESES-JANELA DELIMITED SIZE
                ' MESES ATE ' DELIMITED SIZE
                WRK-PED-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
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
            STRING 'PROPOSTO = MEDIA X PRAZO/30 + FATOR X (PICO - '
                DELIMITED SIZE
                'MEDIA) X PRAZO/30; APROVACAO NO ESTMANU OPCAO 7'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'PRODUTO DESCRICAO                     '
                DELIMITED SIZE
                '  MEDIA/MES    PICO PRAZO ATUAL PROPOSTO  DIFER'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * DEMANDA = SAIDAS DE ESTOQUE (ENTREGA DE PEDIDO E SAIDAS
      * AVULSAS); A PERNA DE SAIDA DA TRANSFERENCIA ENTRE ARMAZENS
      * (ORIGEM TRANSF) SO MUDA O LUGAR DA MERCADORIA E NAO CONTA.
      * O BALDE 1 E O MES FINAL DA JANELA, O 2 O ANTERIOR, E ASSIM
      * POR DIANTE.
      *----------------------------------------------------------------
       2000-ACUMULAR-DEMANDA.
            ADD 1 TO WRK-QTD-LIDOS.
            IF MOV-SAIDA
                AND MOV-ORIGEM NOT = 'TRANSF'
                MOVE MOV-DATA TO WRK-DATA-MOV
                COMPUTE WRK-PERIODO-MOV =
                    (WRK-MOV-ANO * 12) + WRK-MOV-MES
                COMPUTE WRK-DISTANCIA =
                    WRK-PERIODO-REF - WRK-PERIODO-MOV
                IF WRK-DISTANCIA >= ZEROS
                    AND WRK-DISTANCIA < WRK-MESES-JANELA
                    PERFORM 2100-SOMAR-SAIDA
                END-IF
            END-IF.
            PERFORM 5010-LER-MOVIMENTO.

       2100-SOMAR-SAIDA.
            ADD 1 TO WRK-QTD-SAIDAS.
            COMPUTE WRK-MES-IDX = WRK-DISTANCIA + 1.
            MOVE MOV-PRODUTO TO TMP-PRODUTO.
            READ DEMANDA-CONTAGEM
                INVALID KEY
                    INITIALIZE CONTAGEM-REG
                    MOVE MOV-PRODUTO TO TMP-PRODUTO
            END-READ.
            ADD MOV-QUANTIDADE TO TMP-DEMANDA-MES (WRK-MES-IDX).
            REWRITE CONTAGEM-REG
                INVALID KEY
                    WRITE CONTAGEM-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * PROPOSTA POR PRODUTO DE ESTOQUE. SEM DEMANDA NA JANELA A
      * PROPOSTA E ZERO (PRODUTO PARADO NAO DEVE DISPARAR COMPRA).
      * PROPOSTA IGUAL AO PONTO ATUAL NAO VAI PARA APROVACAO E
      * DESCARTA A PENDENTE DE MES ANTERIOR, SE HOUVER.
      *----------------------------------------------------------------
       3000-PROPOR-PONTO.
            MOVE EST-PRODUTO TO TMP-PRODUTO.
            READ DEMANDA-CONTAGEM
                INVALID KEY
                    INITIALIZE CONTAGEM-REG
            END-READ.
            MOVE ZEROS TO WRK-SOMA-DEMANDA.
            MOVE ZEROS TO WRK-PICO.
            MOVE 1 TO WRK-MES-IDX.
            PERFORM 3100-SOMAR-MES
                UNTIL WRK-MES-IDX > WRK-MESES-JANELA.
            COMPUTE WRK-MEDIA ROUNDED =
                WRK-SOMA-DEMANDA / WRK-MESES-JANELA.
            MOVE 30 TO WRK-PRAZO.
            MOVE EST-PRODUTO TO PFO-PRODUTO.
            READ PRODUTO-FORNEC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PFO-PRAZO-ENTREGA > ZEROS
                        MOVE PFO-PRAZO-ENTREGA TO WRK-PRAZO
                    END-IF
            END-READ.
            COMPUTE WRK-PROPOSTO ROUNDED =
                (WRK-MEDIA * WRK-PRAZO / 30)
                + (WRK-FATOR-SEG * (WRK-PICO - WRK-MEDIA)
                * WRK-PRAZO / 30).
            IF WRK-PROPOSTO > 99999
                MOVE 99999 TO WRK-PROPOSTO
            END-IF.
            IF WRK-PROPOSTO = EST-PONTO-REPOSICAO
                MOVE EST-PRODUTO TO PPR-PRODUTO
                READ PONTO-PROPOSTA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PROPOSTA-PENDENTE
                            DELETE PONTO-PROPOSTA
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                        END-IF
                END-READ
            ELSE
                PERFORM 3200-GRAVAR-PROPOSTA
                PERFORM 3300-IMPRIMIR-PROPOSTA
            END-IF.
            PERFORM 5020-LER-ESTOQUE.

       3100-SOMAR-MES.
            ADD TMP-DEMANDA-MES (WRK-MES-IDX) TO WRK-SOMA-DEMANDA.
            IF TMP-DEMANDA-MES (WRK-MES-IDX) > WRK-PICO
                MOVE TMP-DEMANDA-MES (WRK-MES-IDX) TO WRK-PICO
            END-IF.
            ADD 1 TO WRK-MES-IDX.

       3200-GRAVAR-PROPOSTA.
            ADD 1 TO WRK-QTD-PROPOSTAS.
            MOVE EST-PRODUTO         TO PPR-PRODUTO.
            MOVE WRK-DATA-HOJE       TO PPR-DATA-CALCULO.
            MOVE WRK-MESES-JANELA    TO PPR-MESES-JANELA.
            MOVE WRK-MEDIA           TO PPR-MEDIA-MENSAL.
            MOVE WRK-PICO            TO PPR-PICO-MENSAL.
            MOVE WRK-PRAZO           TO PPR-PRAZO-ENTREGA.
            MOVE EST-PONTO-REPOSICAO TO PPR-PONTO-ATUAL.
            MOVE WRK-PROPOSTO        TO PPR-PONTO-PROPOSTO.
            MOVE 'P'                 TO PPR-SITUACAO.
            MOVE SPACES              TO PPR-USUARIO.
            MOVE ZEROS               TO PPR-DATA-DECISAO.
            REWRITE PONTO-PROPOSTA-REG
                INVALID KEY
                    WRITE PONTO-PROPOSTA-REG
            END-REWRITE.

       3300-IMPRIMIR-PROPOSTA.
            MOVE EST-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO WRK-NOME-PRODUTO
                NOT INVALID KEY
                    MOVE PRO-DESCRICAO TO WRK-NOME-PRODUTO
            END-READ.
            COMPUTE WRK-DIFERENCA = WRK-PROPOSTO - EST-PONTO-REPOSICAO.
            MOVE WRK-MEDIA TO WRK-MEDIA-ED.
            MOVE WRK-DIFERENCA TO WRK-DIF-ED.
            MOVE SPACES TO REL-LINHA.
            STRING EST-PRODUTO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-PRODUTO (1:30) DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-MEDIA-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-PICO DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-PRAZO DELIMITED SIZE
                ' ' DELIMITED SIZE
                EST-PONTO-REPOSICAO DELIMITED SIZE
                '    ' DELIMITED SIZE
                PPR-PONTO-PROPOSTO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-DIF-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       5010-LER-MOVIMENTO.
            READ ESTOQUE-MOVTOS
                AT END
                    MOVE 'S' TO WRK-EOF-MOVTOS
            END-READ.

       5020-LER-ESTOQUE.
            READ ESTOQUE-SALDO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ESTOQUE
            END-READ.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL (MOVYEAR) OS ANOS FECHADOS FICAM EM
      * ESTMOV.AAAA: LE OS DATADOS DO ANO ANTERIOR AO MES FINAL DA
      * JANELA (A JANELA VAI ATE 12 MESES) E DEPOIS O CORRENTE, COMO O
      * CLIHISTQ FAZ COM O RAZAO.
      *----------------------------------------------------------------
       5030-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'ESTMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 5040-LER-FONTE.

       5040-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                PERFORM 5010-LER-MOVIMENTO
                PERFORM 2000-ACUMULAR-DEMANDA UNTIL FIM-MOVTOS
                CLOSE ESTOQUE-MOVTOS
            END-IF.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'SAIDAS NA JANELA: ' DELIMITED SIZE
                WRK-QTD-SAIDAS DELIMITED SIZE
                '   PROPOSTAS PENDENTES DE APROVACAO: ' DELIMITED SIZE
                WRK-QTD-PROPOSTAS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE ESTOQUE-SALDO.
            CLOSE PRODUTOS-MASTER.
            CLOSE PRODUTO-FORNEC.
            CLOSE PONTO-PROPOSTA.
            CLOSE DEMANDA-CONTAGEM.
            CLOSE REL-PREVISAO.
            DISPLAY 'PROPOSTAS DE PONTO DE REPOSICAO EM PONTPREV.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-PROPOSTAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM ESTPREVI.
