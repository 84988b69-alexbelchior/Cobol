      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DE CONTAS A PAGAR (ARQUIVO CONTASP) -
      *          DIGITACAO DA NOTA FISCAL DO FORNECEDOR, QUE VIRA UM
      *          TITULO POR PARCELA SEGUNDO A CONDICAO DE PAGAMENTO
      *          (CONDPAG), CONSULTA, ALTERACAO DE VENCIMENTO,
      *          CANCELAMENTO E LISTAGEM POR FORNECEDOR. NOTA DE
      *          FORNECEDOR INATIVO EM FORNECED OU NOTA JA LANCADA
      *          PARA O MESMO FORNECEDOR SAO RECUSADAS. OS VENCIMENTOS
      *          DO DIA E OS ATRASADOS SAEM NO RELATORIO NOTURNO
      *          PAGVENC - O CADERNO DO FINANCEIRO SAI DE CENA.
      *          NOTA COM OC E CONFERIDA LINHA A LINHA CONTRA O PRECO
      *          DA OC E A QUANTIDADE RECEBIDA NO ESTMANU (CONFERENCIA
      *          DE TRES VIAS); DIVERGENCIA ACIMA DA TOLERANCIA BLOQUEIA
      *          AS PARCELAS ATE O COMPRADOR APROVAR OU REJEITAR A NOTA
      *          (OPCAO 6, FUNCAO PAGCONF NA MATRIZ DE PERMISSOES).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Conferencia de tres vias na digitacao de nota
      *                 com OC: linha a linha contra o preco da OC e o
      *                 recebido ainda nao faturado (linhas em PAGITEN,
      *                 faturado acumulado na OC), tolerancia na chave
      *                 TOLCONF; divergencia bloqueia as parcelas ate o
      *                 comprador aprovar ou rejeitar na opcao nova 6
      *                 (funcao PAGCONF). Cancelamento e rejeicao
      *                 devolvem o faturado a OC.
      * 15/10/2026 ABM  Cancelamento tambem recusado com parcela em
      *                 remessa de pagamento aguardando retorno do
      *                 banco; titulo novo nasce sem remessa nem
      *                 pagamento.
      * 15/10/2026 ABM  Nota contra OC sugerida (ainda nao liberada no
      *                 OCMANU) e recusada, como a OC cancelada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-A-PAGAR ASSIGN TO 'CONTASP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-TITULO
               ALTERNATE RECORD KEY IS PAG-NOTA-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT ORDENS-COMPRA ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCP-NUMERO
               FILE STATUS IS WRK-FS-OC.
           SELECT COND-PAGAMENTO ASSIGN TO 'CONDPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CODIGO
               FILE STATUS IS WRK-FS-CONDPG.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT OC-ITENS ASSIGN TO 'OCITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-CHAVE
               FILE STATUS IS WRK-FS-OCITEM.
           SELECT PAGAR-ITENS ASSIGN TO 'PAGITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGI-CHAVE
               FILE STATUS IS WRK-FS-PAGITEM.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-PAGAR
           LABEL RECORD IS STANDARD.
           COPY CTAPAG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  ORDENS-COMPRA
           LABEL RECORD IS STANDARD.
           COPY OCPREG.
       FD  COND-PAGAMENTO
           LABEL RECORD IS STANDARD.
           COPY CONDREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  OC-ITENS
           LABEL RECORD IS STANDARD.
           COPY OCPIREG.
       FD  PAGAR-ITENS
           LABEL RECORD IS STANDARD.
           COPY PAGIREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-OC        PIC X(02) VALUE '00'.
       77 WRK-FS-CONDPG    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-OCITEM    PIC X(02) VALUE '00'.
       77 WRK-FS-PAGITEM   PIC X(02) VALUE '00'.
       77 WRK-EOF-OCITEM   PIC X(01) VALUE 'N'.
           88 FIM-OC-ITENS VALUE 'S'.
       77 WRK-EOF-PAGITEM  PIC X(01) VALUE 'N'.
           88 FIM-PAGITEM  VALUE 'S'.
       77 WRK-BLOQUEAR     PIC X(01) VALUE 'N'.
           88 NOTA-BLOQUEADA VALUE 'S'.
       77 WRK-AUTORIZADO   PIC X(01) VALUE 'N'.
           88 USUARIO-AUTORIZADO VALUE 'S'.
       77 WRK-DECISAO      PIC X(01) VALUE SPACE.
           88 DECISAO-APROVAR  VALUE 'A' 'a'.
           88 DECISAO-REJEITAR VALUE 'R' 'r'.
       77 WRK-TOLERANCIA   PIC 9(03)V99 VALUE 2.
       77 WRK-LINHA-NOTA   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOTA     PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO-NOTA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-A-FATURAR PIC S9(05) VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIMITE       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LINHAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-NOTA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIVERG-PRECO PIC X(01) VALUE 'N'.
       77 WRK-DIVERG-QTDE  PIC X(01) VALUE 'N'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-MSG-ERRO     PIC X(50) VALUE SPACES.
       77 WRK-EOF-PAGAR    PIC X(01) VALUE 'N'.
           88 FIM-PAGAR    VALUE 'S'.
       77 WRK-NOTA-DUPLICADA PIC X(01) VALUE 'N'.
           88 NOTA-DUPLICADA VALUE 'S'.
       77 WRK-NOTA-COM-PAGTO PIC X(01) VALUE 'N'.
           88 NOTA-COM-PAGTO VALUE 'S'.
       77 WRK-FORNECEDOR   PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA         PIC 9(09) VALUE ZEROS.
       77 WRK-OC           PIC 9(06) VALUE ZEROS.
       77 WRK-TITULO       PIC 9(08) VALUE ZEROS.
       77 WRK-COND-PAGTO   PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-NOTA   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-PARCELAS PIC 9(02) VALUE 1.
       77 WRK-TEM-CONDICAO PIC X(01) VALUE 'N'.
           88 CONDICAO-ACHADA VALUE 'S'.
       77 WRK-PARCELA      PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CANCELADOS PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PRAZO   PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-RESTO   PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-QUOC     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RESTO    PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ABERTO-ED    PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-DATA-EMISSAO-GRP.
           05 WRK-DATA-EMISSAO PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-EMISSAO-ED REDEFINES WRK-DATA-EMISSAO.
               10 WRK-EMIS-ANO  PIC 9(04).
               10 WRK-EMIS-MES  PIC 9(02).
               10 WRK-EMIS-DIA  PIC 9(02).
       01 WRK-DATA-VENC-GRP.
           05 WRK-DATA-VENC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-VENC-ED REDEFINES WRK-DATA-VENC.
               10 WRK-VENC-ANO  PIC 9(04).
               10 WRK-VENC-MES  PIC 9(02).
               10 WRK-VENC-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * DIAS DE CADA MES PARA A SOMA DE DIAS DE CALENDARIO, A MESMA
      * TABELA DO FATURAMENTO (FATURA).
      *----------------------------------------------------------------
       01 WRK-MESES-VALORES.
           05 FILLER           PIC X(24) VALUE
               '312831303130313130313031'.
       01 WRK-MESES-TABELA REDEFINES WRK-MESES-VALORES.
           05 WRK-MES-DIAS     PIC 9(02) OCCURS 12 TIMES.
           COPY TRVREG.
           COPY SESREG.
           COPY PLRREG.
           COPY PCKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'PAGMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'PAGMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O CONTAS-A-PAGAR.
            IF WRK-FS-PAGAR = '35'
                CLOSE CONTAS-A-PAGAR
                OPEN OUTPUT CONTAS-A-PAGAR
                CLOSE CONTAS-A-PAGAR
                OPEN I-O CONTAS-A-PAGAR
            END-IF.
            OPEN INPUT FORNECEDORES.
            IF WRK-FS-FORNEC = '35'
                CLOSE FORNECEDORES
                OPEN OUTPUT FORNECEDORES
                CLOSE FORNECEDORES
                OPEN INPUT FORNECEDORES
            END-IF.
            OPEN INPUT ORDENS-COMPRA.
            IF WRK-FS-OC = '35'
                CLOSE ORDENS-COMPRA
                OPEN OUTPUT ORDENS-COMPRA
                CLOSE ORDENS-COMPRA
                OPEN INPUT ORDENS-COMPRA
            END-IF.
            OPEN INPUT COND-PAGAMENTO.
            IF WRK-FS-CONDPG = '35'
                CLOSE COND-PAGAMENTO
                OPEN OUTPUT COND-PAGAMENTO
                CLOSE COND-PAGAMENTO
                OPEN INPUT COND-PAGAMENTO
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN I-O OC-ITENS.
            IF WRK-FS-OCITEM = '35'
                CLOSE OC-ITENS
                OPEN OUTPUT OC-ITENS
                CLOSE OC-ITENS
                OPEN I-O OC-ITENS
            END-IF.
            OPEN I-O PAGAR-ITENS.
            IF WRK-FS-PAGITEM = '35'
                CLOSE PAGAR-ITENS
                OPEN OUTPUT PAGAR-ITENS
                CLOSE PAGAR-ITENS
                OPEN I-O PAGAR-ITENS
            END-IF.
            PERFORM 1100-CARREGAR-TOLERANCIA.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'PAGMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

      *----------------------------------------------------------------
      * TOLERANCIA (PORCENTO) DA CONFERENCIA DE TRES VIAS PELA ROTINA
      * COMUM PARMLER, CHAVE TOLCONF - VALE PARA PRECO, QUANTIDADE E
      * TOTAL DA NOTA. SEM CHAVE CADASTRADA, 2%.
      *----------------------------------------------------------------
       1100-CARREGAR-TOLERANCIA.
            MOVE 'TOLCONF' TO PLR-CHAVE.
            ACCEPT PLR-DATA FROM DATE YYYYMMDD.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-TOLERANCIA
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DE CONTAS A PAGAR'.
            DISPLAY '1 - INCLUIR NOTA DO FORNECEDOR'.
            DISPLAY '2 - CONSULTAR NOTA'.
            DISPLAY '3 - ALTERAR VENCIMENTO DE PARCELA'.
            DISPLAY '4 - CANCELAR NOTA'.
            DISPLAY '5 - LISTAR TITULOS DO FORNECEDOR'.
            DISPLAY '6 - APROVAR/REJEITAR NOTA BLOQUEADA'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-ALTERAR-VENCIMENTO
                WHEN '4'
                    PERFORM 2400-CANCELAR
                WHEN '5'
                    PERFORM 2500-LISTAR
                WHEN '6'
                    PERFORM 2700-DECIDIR-CONFERENCIA
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * A NOTA SO ENTRA PARA FORNECEDOR CADASTRADO E ATIVO, E NUNCA
      * DUAS VEZES PARA O MESMO FORNECEDOR (PARCELAS CANCELADAS NAO
      * CONTAM - A NOTA CANCELADA POR ERRO DE DIGITACAO PODE SER
      * DIGITADA DE NOVO).
      *----------------------------------------------------------------
       2100-INCLUIR.
            MOVE SPACES TO WRK-MSG-ERRO.
            DISPLAY 'CODIGO DO FORNECEDOR.. '.
            ACCEPT WRK-FORNECEDOR.
            MOVE WRK-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
                INVALID KEY
                    MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    IF NOT FORNEC-ATIVO
                        MOVE 'FORNECEDOR INATIVO - NOTA RECUSADA'
                            TO WRK-MSG-ERRO
                    END-IF
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'FORNECEDOR: ' FOR-NOME
                DISPLAY 'NUMERO DA NOTA FISCAL.. '
                ACCEPT WRK-NOTA
                IF WRK-NOTA = ZEROS
                    MOVE 'NUMERO DA NOTA INVALIDO' TO WRK-MSG-ERRO
                ELSE
                    PERFORM 2120-CONFERIR-DUPLICADA
                    IF NOTA-DUPLICADA
                        MOVE 'NOTA JA LANCADA PARA O FORNECEDOR'
                            TO WRK-MSG-ERRO
                    END-IF
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2130-CAPTURAR-DADOS
            END-IF.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO
            ELSE
                MOVE 'N' TO WRK-BLOQUEAR
                IF WRK-OC NOT = ZEROS
                    PERFORM 2600-CONFERIR-NOTA
                END-IF
                PERFORM 2150-GERAR-PARCELAS
                IF NOTA-BLOQUEADA
                    DISPLAY 'NOTA COM DIVERGENCIA NA CONFERENCIA - '
                        'PARCELAS BLOQUEADAS PARA PAGAMENTO ATE A '
                        'DECISAO DO COMPRADOR'
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * PERCORRE AS PARCELAS DA NOTA PELA CHAVE ALTERNADA
      * FORNECEDOR+NOTA; QUALQUER PARCELA NAO CANCELADA TORNA A NOTA
      * DUPLICADA.
      *----------------------------------------------------------------
       2120-CONFERIR-DUPLICADA.
            MOVE 'N' TO WRK-NOTA-DUPLICADA.
            PERFORM 2900-POSICIONAR-NOTA.
            PERFORM 2125-TESTAR-PARCELA UNTIL FIM-PAGAR.

       2125-TESTAR-PARCELA.
            IF NOT PAGAR-CANCELADO
                MOVE 'S' TO WRK-NOTA-DUPLICADA
            END-IF.
            PERFORM 2910-LER-PROXIMA-PARCELA.

       2130-CAPTURAR-DADOS.
            DISPLAY 'ORDEM DE COMPRA (0 = NOTA SEM OC).. '.
            ACCEPT WRK-OC.
            IF WRK-OC NOT = ZEROS
                PERFORM 2135-CONFERIR-OC
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'DATA DE EMISSAO (AAAAMMDD, 0 = HOJE).. '
                ACCEPT WRK-DATA-EMISSAO
                IF WRK-DATA-EMISSAO = ZEROS
                    ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD
                END-IF
                IF WRK-EMIS-MES < 01 OR WRK-EMIS-MES > 12
                    OR WRK-EMIS-DIA < 01 OR WRK-EMIS-DIA > 31
                    MOVE 'DATA DE EMISSAO INVALIDA' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'VALOR TOTAL DA NOTA.. '
                ACCEPT WRK-VALOR-NOTA
                IF WRK-VALOR-NOTA = ZEROS
                    MOVE 'VALOR DA NOTA INVALIDO' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2140-CAPTURAR-CONDICAO
            END-IF.

      *----------------------------------------------------------------
      * A OC INFORMADA TEM QUE EXISTIR, SER DO MESMO FORNECEDOR E NAO
      * ESTAR CANCELADA.
      *----------------------------------------------------------------
       2135-CONFERIR-OC.
            MOVE WRK-OC TO OCP-NUMERO.
            READ ORDENS-COMPRA
                INVALID KEY
                    MOVE 'OC NAO CADASTRADA - NOTA RECUSADA'
                        TO WRK-MSG-ERRO
                NOT INVALID KEY
                    IF OCP-FORNECEDOR NOT = WRK-FORNECEDOR
                        MOVE 'OC DE OUTRO FORNECEDOR - NOTA RECUSADA'
                            TO WRK-MSG-ERRO
                    ELSE
                        IF OC-CANCELADA
                            MOVE 'OC CANCELADA - NOTA RECUSADA'
                                TO WRK-MSG-ERRO
                        END-IF
                        IF OC-SUGERIDA
                            MOVE 'OC NAO LIBERADA - NOTA RECUSADA'
                                TO WRK-MSG-ERRO
                        END-IF
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * COM CONDICAO CADASTRADA, CADA PARCELA VENCE NA EMISSAO + DIAS
      * DA PARCELA; SEM CONDICAO (CODIGO 0) A NOTA E PARCELA UNICA E O
      * VENCIMENTO E DIGITADO COMO ESTA NO DOCUMENTO.
      *----------------------------------------------------------------
       2140-CAPTURAR-CONDICAO.
            MOVE 1 TO WRK-QTD-PARCELAS.
            MOVE 'N' TO WRK-TEM-CONDICAO.
            DISPLAY 'CONDICAO DE PAGAMENTO (0 = VENCIMENTO UNICO).. '.
            ACCEPT WRK-COND-PAGTO.
            IF WRK-COND-PAGTO NOT = ZEROS
                MOVE WRK-COND-PAGTO TO CPG-CODIGO
                READ COND-PAGAMENTO
                    INVALID KEY
                        MOVE 'CONDICAO DE PAGAMENTO NAO CADASTRADA'
                            TO WRK-MSG-ERRO
                    NOT INVALID KEY
                        MOVE 'S' TO WRK-TEM-CONDICAO
                        MOVE CPG-QTD-PARCELAS TO WRK-QTD-PARCELAS
                        DISPLAY 'CONDICAO: ' CPG-DESCRICAO
                END-READ
            ELSE
                DISPLAY 'VENCIMENTO (AAAAMMDD).. '
                ACCEPT WRK-DATA-VENC
                IF WRK-DATA-VENC < WRK-DATA-EMISSAO
                    MOVE 'VENCIMENTO ANTERIOR A EMISSAO'
                        TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-QTD-PARCELAS = ZEROS
                MOVE 1 TO WRK-QTD-PARCELAS
            END-IF.

      *----------------------------------------------------------------
      * O VALOR E DIVIDIDO EM PARTES IGUAIS E A ULTIMA PARCELA LEVA A
      * DIFERENCA DE ARREDONDAMENTO, COMO NO FATURAMENTO, PARA A SOMA
      * DOS TITULOS BATER COM A NOTA NO CENTAVO.
      *----------------------------------------------------------------
       2150-GERAR-PARCELAS.
            COMPUTE WRK-VALOR-PARCELA =
                WRK-VALOR-NOTA / WRK-QTD-PARCELAS.
            COMPUTE WRK-VALOR-ULTIMA = WRK-VALOR-NOTA
                - (WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1)).
            MOVE ZEROS TO WRK-PARCELA.
            PERFORM 2160-GRAVAR-PARCELA WRK-QTD-PARCELAS TIMES.

       2160-GRAVAR-PARCELA.
            ADD 1 TO WRK-PARCELA.
            IF CONDICAO-ACHADA
                MOVE CPG-DIAS-PARCELA (WRK-PARCELA) TO WRK-DIAS-PRAZO
                PERFORM 2170-CALCULAR-VENCIMENTO
            END-IF.
            PERFORM 2190-GERAR-NUMERO-TITULO.
            MOVE PCT-ULTIMO-NUMERO TO PAG-TITULO.
            MOVE WRK-FORNECEDOR    TO PAG-FORNECEDOR.
            MOVE WRK-NOTA          TO PAG-NOTA-FISCAL.
            MOVE WRK-OC            TO PAG-OC.
            MOVE WRK-DATA-EMISSAO  TO PAG-DATA-EMISSAO.
            MOVE WRK-DATA-VENC     TO PAG-DATA-VENCIMENTO.
            IF WRK-PARCELA = WRK-QTD-PARCELAS
                MOVE WRK-VALOR-ULTIMA TO PAG-VALOR
            ELSE
                MOVE WRK-VALOR-PARCELA TO PAG-VALOR
            END-IF.
            MOVE ZEROS             TO PAG-VALOR-PAGO.
            SET PAGAR-ABERTO TO TRUE.
            MOVE WRK-PARCELA       TO PAG-PARCELA.
            MOVE WRK-QTD-PARCELAS  TO PAG-QTD-PARCELAS.
            MOVE WRK-COND-PAGTO    TO PAG-COND-PAGTO.
            ACCEPT PAG-DATA-ENTRADA FROM DATE YYYYMMDD.
            MOVE WRK-USUARIO       TO PAG-USUARIO.
            IF NOTA-BLOQUEADA
                SET CONFERENCIA-BLOQUEADA TO TRUE
            ELSE
                SET CONFERENCIA-OK TO TRUE
            END-IF.
            MOVE SPACES            TO PAG-CONF-USUARIO.
            MOVE ZEROS             TO PAG-CONF-DATA.
            MOVE ZEROS             TO PAG-REMESSA.
            MOVE ZEROS             TO PAG-DATA-PAGTO.
            MOVE SPACE             TO PAG-FORMA-PAGTO.
            WRITE PAGAR-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PARCELA ' WRK-PARCELA
                NOT INVALID KEY
                    MOVE PAG-VALOR TO WRK-VALOR-ED
                    DISPLAY 'TITULO ' PAG-TITULO ' PARCELA '
                        PAG-PARCELA '/' PAG-QTD-PARCELAS
                        ' VENCIMENTO ' PAG-DATA-VENCIMENTO
                        ' VALOR ' WRK-VALOR-ED
            END-WRITE.

      *----------------------------------------------------------------
      * VENCIMENTO = EMISSAO + WRK-DIAS-PRAZO DIAS DE CALENDARIO, COM
      * VIRADA DE MES PELA TABELA DE DIAS E FEVEREIRO BISSEXTO (ANO
      * DIVISIVEL POR 4), NA MESMA CONTA DO FATURAMENTO.
      *----------------------------------------------------------------
       2170-CALCULAR-VENCIMENTO.
            MOVE WRK-DATA-EMISSAO TO WRK-DATA-VENC.
            COMPUTE WRK-DIAS-RESTO = WRK-VENC-DIA + WRK-DIAS-PRAZO.
            PERFORM 2180-DIAS-DO-MES.
            PERFORM 2175-AVANCAR-MES
                UNTIL WRK-DIAS-RESTO <= WRK-DIAS-MES.
            MOVE WRK-DIAS-RESTO TO WRK-VENC-DIA.

       2175-AVANCAR-MES.
            SUBTRACT WRK-DIAS-MES FROM WRK-DIAS-RESTO.
            ADD 1 TO WRK-VENC-MES.
            IF WRK-VENC-MES > 12
                MOVE 01 TO WRK-VENC-MES
                ADD 1 TO WRK-VENC-ANO
            END-IF.
            PERFORM 2180-DIAS-DO-MES.

       2180-DIAS-DO-MES.
            MOVE WRK-MES-DIAS (WRK-VENC-MES) TO WRK-DIAS-MES.
            IF WRK-VENC-MES = 02
                DIVIDE WRK-VENC-ANO BY 4
                    GIVING WRK-ANO-QUOC REMAINDER WRK-ANO-RESTO
                IF WRK-ANO-RESTO = ZEROS
                    MOVE 29 TO WRK-DIAS-MES
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * NUMERO DO TITULO A PAGAR NO REGISTRO DE CONTROLE COMUM
      * (PEDCTRL, CHAVE 'TP').
      *----------------------------------------------------------------
       2190-GERAR-NUMERO-TITULO.
            MOVE 'TP' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'TP' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.

       2200-CONSULTAR.
            PERFORM 2950-PEDIR-NOTA.
            MOVE ZEROS TO WRK-QTD-LISTADOS.
            PERFORM 2900-POSICIONAR-NOTA.
            PERFORM 2210-EXIBIR-PARCELA UNTIL FIM-PAGAR.
            IF WRK-QTD-LISTADOS = ZEROS
                DISPLAY 'NOTA NAO ENCONTRADA'
            END-IF.

       2210-EXIBIR-PARCELA.
            ADD 1 TO WRK-QTD-LISTADOS.
            IF WRK-QTD-LISTADOS = 1
                DISPLAY 'EMISSAO..: ' PAG-DATA-EMISSAO
                    '   OC: ' PAG-OC
                    '   DIGITADA POR: ' PAG-USUARIO
            END-IF.
            PERFORM 2960-EXIBIR-TITULO.
            PERFORM 2910-LER-PROXIMA-PARCELA.

       2300-ALTERAR-VENCIMENTO.
            DISPLAY 'NUMERO DO TITULO.. '.
            ACCEPT WRK-TITULO.
            MOVE WRK-TITULO TO PAG-TITULO.
            READ CONTAS-A-PAGAR
                INVALID KEY
                    DISPLAY 'TITULO NAO ENCONTRADO'
                NOT INVALID KEY
                    IF NOT PAGAR-ABERTO
                        DISPLAY 'TITULO NAO ESTA EM ABERTO'
                    ELSE
                        PERFORM 2310-GRAVAR-VENCIMENTO
                    END-IF
            END-READ.

       2310-GRAVAR-VENCIMENTO.
            PERFORM 2960-EXIBIR-TITULO.
            DISPLAY 'NOVO VENCIMENTO (AAAAMMDD).. '.
            ACCEPT WRK-DATA-VENC.
            IF WRK-DATA-VENC < PAG-DATA-EMISSAO
                OR WRK-VENC-MES < 01 OR WRK-VENC-MES > 12
                OR WRK-VENC-DIA < 01 OR WRK-VENC-DIA > 31
                DISPLAY 'VENCIMENTO INVALIDO - NADA ALTERADO'
            ELSE
                MOVE WRK-DATA-VENC TO PAG-DATA-VENCIMENTO
                REWRITE PAGAR-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR ALTERACAO'
                    NOT INVALID KEY
                        DISPLAY 'VENCIMENTO ALTERADO'
                END-REWRITE
            END-IF.

      *----------------------------------------------------------------
      * CANCELA TODAS AS PARCELAS DA NOTA DE UMA VEZ; NOTA COM
      * QUALQUER PAGAMENTO REGISTRADO NAO E CANCELADA POR AQUI.
      *----------------------------------------------------------------
       2400-CANCELAR.
            PERFORM 2950-PEDIR-NOTA.
            MOVE ZEROS TO WRK-QTD-LISTADOS.
            MOVE 'N' TO WRK-NOTA-COM-PAGTO.
            PERFORM 2900-POSICIONAR-NOTA.
            PERFORM 2410-TESTAR-PAGAMENTO UNTIL FIM-PAGAR.
            IF WRK-QTD-LISTADOS = ZEROS
                DISPLAY 'NOTA NAO ENCONTRADA'
            ELSE
                IF NOTA-COM-PAGTO
                    DISPLAY 'NOTA COM PAGAMENTO REGISTRADO OU EM '
                        'REMESSA AO BANCO - CANCELAMENTO RECUSADO'
                ELSE
                    MOVE ZEROS TO WRK-QTD-CANCELADOS
                    PERFORM 2900-POSICIONAR-NOTA
                    PERFORM 2420-CANCELAR-PARCELA UNTIL FIM-PAGAR
                    DISPLAY 'PARCELAS CANCELADAS: '
                        WRK-QTD-CANCELADOS
                    PERFORM 2430-ESTORNAR-LINHAS
                END-IF
            END-IF.

       2410-TESTAR-PAGAMENTO.
            ADD 1 TO WRK-QTD-LISTADOS.
            IF PAG-VALOR-PAGO > ZEROS
                OR PAG-REMESSA NOT = ZEROS
                MOVE 'S' TO WRK-NOTA-COM-PAGTO
            END-IF.
            PERFORM 2910-LER-PROXIMA-PARCELA.

       2420-CANCELAR-PARCELA.
            IF PAGAR-ABERTO
                SET PAGAR-CANCELADO TO TRUE
                REWRITE PAGAR-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO CANCELAR TITULO ' PAG-TITULO
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-CANCELADOS
                END-REWRITE
            END-IF.
            PERFORM 2910-LER-PROXIMA-PARCELA.

      *----------------------------------------------------------------
      * NOTA CANCELADA OU REJEITADA DEVOLVE A QUANTIDADE FATURADA AS
      * LINHAS DA OC E APAGA AS SUAS LINHAS DE CONFERENCIA - A NOTA
      * CORRIGIDA PODE SER DIGITADA DE NOVO COM O MESMO NUMERO.
      *----------------------------------------------------------------
       2430-ESTORNAR-LINHAS.
            PERFORM 2800-POSICIONAR-LINHAS.
            PERFORM 2440-ESTORNAR-LINHA UNTIL FIM-PAGITEM.

       2440-ESTORNAR-LINHA.
            MOVE PGI-OC       TO OPI-OC.
            MOVE PGI-OC-LINHA TO OPI-LINHA.
            READ OC-ITENS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF OPI-QTD-FATURADA > PGI-QTD-FATURADA
                        SUBTRACT PGI-QTD-FATURADA FROM OPI-QTD-FATURADA
                    ELSE
                        MOVE ZEROS TO OPI-QTD-FATURADA
                    END-IF
                    REWRITE OC-ITEM-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO ESTORNAR FATURADO DA OC '
                                OPI-OC ' LINHA ' OPI-LINHA
                    END-REWRITE
            END-READ.
            DELETE PAGAR-ITENS RECORD
                INVALID KEY
                    DISPLAY 'ERRO AO APAGAR LINHA ' PGI-LINHA
                        ' DA NOTA'
            END-DELETE.
            PERFORM 2810-LER-PROXIMA-LINHA.

       2500-LISTAR.
            DISPLAY 'CODIGO DO FORNECEDOR.. '.
            ACCEPT WRK-FORNECEDOR.
            MOVE ZEROS TO WRK-QTD-LISTADOS.
            MOVE 'N' TO WRK-EOF-PAGAR.
            MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
            MOVE ZEROS TO PAG-NOTA-FISCAL.
            START CONTAS-A-PAGAR KEY IS NOT LESS THAN PAG-NOTA-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PAGAR
            END-START.
            IF NOT FIM-PAGAR
                PERFORM 2510-LER-PROXIMO
                PERFORM 2520-EXIBIR-LINHA UNTIL FIM-PAGAR
            END-IF.
            IF WRK-QTD-LISTADOS = ZEROS
                DISPLAY 'NENHUM TITULO PARA O FORNECEDOR'
            END-IF.

       2510-LER-PROXIMO.
            READ CONTAS-A-PAGAR NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGAR
            END-READ.
            IF NOT FIM-PAGAR
                AND PAG-FORNECEDOR NOT = WRK-FORNECEDOR
                MOVE 'S' TO WRK-EOF-PAGAR
            END-IF.

       2520-EXIBIR-LINHA.
            ADD 1 TO WRK-QTD-LISTADOS.
            DISPLAY 'NOTA ' PAG-NOTA-FISCAL.
            PERFORM 2960-EXIBIR-TITULO.
            PERFORM 2510-LER-PROXIMO.

      *----------------------------------------------------------------
      * CONFERENCIA DE TRES VIAS - PARA CADA LINHA DA OC O OPERADOR
      * INFORMA QUANTIDADE E PRECO FATURADOS NA NOTA. O PRECO E
      * COMPARADO COM O ACERTADO NA OC E A QUANTIDADE COM O RECEBIDO
      * NO ESTMANU QUE AINDA NAO FOI FATURADO POR OUTRA NOTA; NO FIM,
      * A SOMA DAS LINHAS E COMPARADA COM O VALOR DA NOTA. QUALQUER
      * DIFERENCA ACIMA DA TOLERANCIA BLOQUEIA A NOTA.
      *----------------------------------------------------------------
       2600-CONFERIR-NOTA.
            MOVE ZEROS TO WRK-LINHA-NOTA.
            MOVE ZEROS TO WRK-TOTAL-LINHAS.
            DISPLAY 'CONFERENCIA COM A OC ' WRK-OC
                ' - INFORME O FATURADO EM CADA LINHA'.
            MOVE 'N' TO WRK-EOF-OCITEM.
            MOVE WRK-OC TO OPI-OC.
            MOVE ZEROS TO OPI-LINHA.
            START OC-ITENS KEY IS NOT LESS THAN OPI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-START.
            IF NOT FIM-OC-ITENS
                PERFORM 2610-LER-LINHA-OC
                PERFORM 2620-CONFERIR-LINHA UNTIL FIM-OC-ITENS
            END-IF.
            PERFORM 2650-CONFERIR-TOTAL.

       2610-LER-LINHA-OC.
            READ OC-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-OCITEM
            END-READ.
            IF NOT FIM-OC-ITENS
                AND OPI-OC NOT = WRK-OC
                MOVE 'S' TO WRK-EOF-OCITEM
            END-IF.

       2620-CONFERIR-LINHA.
            DISPLAY 'LINHA ' OPI-LINHA ' PRODUTO ' OPI-PRODUTO
                ' PEDIDO ' OPI-QTD-PEDIDA
                ' RECEBIDO ' OPI-QTD-RECEBIDA
                ' JA FATURADO ' OPI-QTD-FATURADA
                ' PRECO OC ' OPI-PRECO-UNIT.
            DISPLAY 'QUANTIDADE FATURADA NA NOTA (0 = FORA DA NOTA).. '.
            ACCEPT WRK-QTD-NOTA.
            IF WRK-QTD-NOTA > ZEROS
                DISPLAY 'PRECO UNITARIO FATURADO.. '
                ACCEPT WRK-PRECO-NOTA
                PERFORM 2630-GRAVAR-LINHA-NOTA
            END-IF.
            PERFORM 2610-LER-LINHA-OC.

       2630-GRAVAR-LINHA-NOTA.
            ADD 1 TO WRK-LINHA-NOTA.
            COMPUTE WRK-TOTAL-LINHAS = WRK-TOTAL-LINHAS
                + (WRK-QTD-NOTA * WRK-PRECO-NOTA).
            COMPUTE WRK-QTD-A-FATURAR =
                OPI-QTD-RECEBIDA - OPI-QTD-FATURADA.
            MOVE 'N' TO WRK-DIVERG-PRECO.
            MOVE 'N' TO WRK-DIVERG-QTDE.
            COMPUTE WRK-DIFERENCA = WRK-PRECO-NOTA - OPI-PRECO-UNIT.
            IF WRK-DIFERENCA < ZEROS
                COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
            END-IF.
            COMPUTE WRK-LIMITE = OPI-PRECO-UNIT * WRK-TOLERANCIA / 100.
            IF OPI-PRECO-UNIT = ZEROS
                OR WRK-DIFERENCA > WRK-LIMITE
                MOVE 'S' TO WRK-DIVERG-PRECO
            END-IF.
            COMPUTE WRK-LIMITE = WRK-QTD-A-FATURAR
                * (100 + WRK-TOLERANCIA) / 100.
            IF WRK-QTD-NOTA > WRK-LIMITE
                MOVE 'S' TO WRK-DIVERG-QTDE
            END-IF.
            MOVE WRK-FORNECEDOR  TO PGI-FORNECEDOR.
            MOVE WRK-NOTA        TO PGI-NOTA-FISCAL.
            MOVE WRK-LINHA-NOTA  TO PGI-LINHA.
            MOVE OPI-OC          TO PGI-OC.
            MOVE OPI-LINHA       TO PGI-OC-LINHA.
            MOVE OPI-PRODUTO     TO PGI-PRODUTO.
            MOVE WRK-QTD-NOTA    TO PGI-QTD-FATURADA.
            MOVE WRK-PRECO-NOTA  TO PGI-PRECO-FATURADO.
            MOVE OPI-PRECO-UNIT  TO PGI-PRECO-OC.
            IF WRK-QTD-A-FATURAR > ZEROS
                MOVE WRK-QTD-A-FATURAR TO PGI-QTD-A-FATURAR
            ELSE
                MOVE ZEROS TO PGI-QTD-A-FATURAR
            END-IF.
            EVALUATE TRUE
                WHEN WRK-DIVERG-PRECO = 'S' AND WRK-DIVERG-QTDE = 'S'
                    SET DIVERG-AMBAS TO TRUE
                WHEN WRK-DIVERG-PRECO = 'S'
                    SET DIVERG-PRECO TO TRUE
                WHEN WRK-DIVERG-QTDE = 'S'
                    SET DIVERG-QTDE TO TRUE
                WHEN OTHER
                    SET LINHA-CONFERE TO TRUE
            END-EVALUATE.
            IF NOT LINHA-CONFERE
                MOVE 'S' TO WRK-BLOQUEAR
                DISPLAY '  DIVERGENCIA NA LINHA (' PGI-DIVERGENCIA
                    ') - P = PRECO  Q = QUANTIDADE  A = AMBAS'
            END-IF.
            WRITE PAGAR-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR LINHA DA NOTA ' PGI-LINHA
            END-WRITE.
            ADD WRK-QTD-NOTA TO OPI-QTD-FATURADA.
            REWRITE OC-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR FATURADO DA LINHA DA OC'
            END-REWRITE.

       2650-CONFERIR-TOTAL.
            COMPUTE WRK-DIFERENCA = WRK-VALOR-NOTA - WRK-TOTAL-LINHAS.
            IF WRK-DIFERENCA < ZEROS
                COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
            END-IF.
            COMPUTE WRK-LIMITE = WRK-VALOR-NOTA * WRK-TOLERANCIA / 100.
            IF WRK-DIFERENCA > WRK-LIMITE
                MOVE 'S' TO WRK-BLOQUEAR
                MOVE WRK-TOTAL-LINHAS TO WRK-VALOR-ED
                DISPLAY 'SOMA DAS LINHAS ' WRK-VALOR-ED
                    ' NAO BATE COM O VALOR DA NOTA'
            END-IF.

      *----------------------------------------------------------------
      * DECISAO DO COMPRADOR SOBRE A NOTA BLOQUEADA - APROVAR LIBERA
      * AS PARCELAS PARA PAGAMENTO; REJEITAR CANCELA A NOTA (O
      * FORNECEDOR MANDA NOTA CORRIGIDA). FUNCAO PROPRIA NA MATRIZ DE
      * PERMISSOES (PAGCONF), NEGATIVA LOGADA PELA ROTINA PERMCHK.
      *----------------------------------------------------------------
       2700-DECIDIR-CONFERENCIA.
            MOVE 'N' TO WRK-AUTORIZADO.
            MOVE WRK-USUARIO TO PCK-USUARIO.
            MOVE 'PAGCONF' TO PCK-FUNCAO.
            CALL 'PERMCHK' USING PERMCHK-AREA.
            IF PERM-OK
                MOVE 'S' TO WRK-AUTORIZADO
            ELSE
                DISPLAY 'USUARIO SEM PERMISSAO PARA DECIDIR A '
                    'CONFERENCIA'
            END-IF.
            IF USUARIO-AUTORIZADO
                PERFORM 2950-PEDIR-NOTA
                MOVE ZEROS TO WRK-QTD-LISTADOS
                MOVE 'N' TO WRK-BLOQUEAR
                MOVE ZEROS TO WRK-TOTAL-NOTA
                PERFORM 2900-POSICIONAR-NOTA
                PERFORM 2710-TESTAR-BLOQUEIO UNTIL FIM-PAGAR
                IF WRK-QTD-LISTADOS = ZEROS
                    DISPLAY 'NOTA NAO ENCONTRADA'
                ELSE
                    IF NOT NOTA-BLOQUEADA
                        DISPLAY 'NOTA NAO ESTA BLOQUEADA NA '
                            'CONFERENCIA'
                    ELSE
                        PERFORM 2720-EXIBIR-LINHAS
                        PERFORM 2730-PEDIR-DECISAO
                    END-IF
                END-IF
            END-IF.

       2710-TESTAR-BLOQUEIO.
            ADD 1 TO WRK-QTD-LISTADOS.
            IF PAGAR-ABERTO AND CONFERENCIA-BLOQUEADA
                MOVE 'S' TO WRK-BLOQUEAR
                ADD PAG-VALOR TO WRK-TOTAL-NOTA
            END-IF.
            PERFORM 2910-LER-PROXIMA-PARCELA.

       2720-EXIBIR-LINHAS.
            MOVE ZEROS TO WRK-TOTAL-LINHAS.
            PERFORM 2800-POSICIONAR-LINHAS.
            PERFORM 2725-EXIBIR-LINHA UNTIL FIM-PAGITEM.
            MOVE WRK-TOTAL-NOTA TO WRK-VALOR-ED.
            MOVE WRK-TOTAL-LINHAS TO WRK-ABERTO-ED.
            DISPLAY 'VALOR DA NOTA ' WRK-VALOR-ED
                '   SOMA DAS LINHAS ' WRK-ABERTO-ED.

       2725-EXIBIR-LINHA.
            COMPUTE WRK-TOTAL-LINHAS = WRK-TOTAL-LINHAS
                + (PGI-QTD-FATURADA * PGI-PRECO-FATURADO).
            DISPLAY '  OC ' PGI-OC '/' PGI-OC-LINHA
                ' PRODUTO ' PGI-PRODUTO
                ' QTD ' PGI-QTD-FATURADA
                ' A FATURAR ' PGI-QTD-A-FATURAR
                ' PRECO ' PGI-PRECO-FATURADO
                ' OC ' PGI-PRECO-OC
                ' DIVERG ' PGI-DIVERGENCIA.
            PERFORM 2810-LER-PROXIMA-LINHA.

       2730-PEDIR-DECISAO.
            DISPLAY 'A = APROVAR PARA PAGAMENTO   R = REJEITAR '
                '(CANCELA A NOTA)   OUTRA = DESISTIR.. '.
            ACCEPT WRK-DECISAO.
            IF DECISAO-APROVAR OR DECISAO-REJEITAR
                MOVE ZEROS TO WRK-QTD-CANCELADOS
                PERFORM 2900-POSICIONAR-NOTA
                PERFORM 2740-GRAVAR-DECISAO UNTIL FIM-PAGAR
                IF DECISAO-APROVAR
                    DISPLAY 'NOTA APROVADA - PARCELAS LIBERADAS: '
                        WRK-QTD-CANCELADOS
                ELSE
                    PERFORM 2430-ESTORNAR-LINHAS
                    DISPLAY 'NOTA REJEITADA - PARCELAS CANCELADAS: '
                        WRK-QTD-CANCELADOS
                END-IF
            ELSE
                DISPLAY 'NADA ALTERADO'
            END-IF.

       2740-GRAVAR-DECISAO.
            IF PAGAR-ABERTO AND CONFERENCIA-BLOQUEADA
                IF DECISAO-APROVAR
                    SET CONFERENCIA-APROVADA TO TRUE
                ELSE
                    SET CONFERENCIA-REJEITADA TO TRUE
                    SET PAGAR-CANCELADO TO TRUE
                END-IF
                MOVE WRK-USUARIO TO PAG-CONF-USUARIO
                ACCEPT PAG-CONF-DATA FROM DATE YYYYMMDD
                REWRITE PAGAR-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR DECISAO NO TITULO '
                            PAG-TITULO
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-CANCELADOS
                END-REWRITE
            END-IF.
            PERFORM 2910-LER-PROXIMA-PARCELA.

      *----------------------------------------------------------------
      * POSICIONA NA PRIMEIRA LINHA DE CONFERENCIA DA NOTA
      * (WRK-FORNECEDOR/WRK-NOTA) E JA DEIXA A PRIMEIRA LIDA.
      *----------------------------------------------------------------
       2800-POSICIONAR-LINHAS.
            MOVE 'N' TO WRK-EOF-PAGITEM.
            MOVE WRK-FORNECEDOR TO PGI-FORNECEDOR.
            MOVE WRK-NOTA TO PGI-NOTA-FISCAL.
            MOVE ZEROS TO PGI-LINHA.
            START PAGAR-ITENS KEY IS NOT LESS THAN PGI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PAGITEM
            END-START.
            IF NOT FIM-PAGITEM
                PERFORM 2810-LER-PROXIMA-LINHA
            END-IF.

       2810-LER-PROXIMA-LINHA.
            READ PAGAR-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGITEM
            END-READ.
            IF NOT FIM-PAGITEM
                IF PGI-FORNECEDOR NOT = WRK-FORNECEDOR
                    OR PGI-NOTA-FISCAL NOT = WRK-NOTA
                    MOVE 'S' TO WRK-EOF-PAGITEM
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * POSICIONA NA PRIMEIRA PARCELA DE WRK-FORNECEDOR/WRK-NOTA PELA
      * CHAVE ALTERNADA E JA DEIXA A PRIMEIRA LIDA (OU FIM-PAGAR).
      *----------------------------------------------------------------
       2900-POSICIONAR-NOTA.
            MOVE 'N' TO WRK-EOF-PAGAR.
            MOVE WRK-FORNECEDOR TO PAG-FORNECEDOR.
            MOVE WRK-NOTA TO PAG-NOTA-FISCAL.
            START CONTAS-A-PAGAR KEY IS EQUAL TO PAG-NOTA-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PAGAR
            END-START.
            IF NOT FIM-PAGAR
                PERFORM 2910-LER-PROXIMA-PARCELA
            END-IF.

       2910-LER-PROXIMA-PARCELA.
            READ CONTAS-A-PAGAR NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGAR
            END-READ.
            IF NOT FIM-PAGAR
                IF PAG-FORNECEDOR NOT = WRK-FORNECEDOR
                    OR PAG-NOTA-FISCAL NOT = WRK-NOTA
                    MOVE 'S' TO WRK-EOF-PAGAR
                END-IF
            END-IF.

       2950-PEDIR-NOTA.
            DISPLAY 'CODIGO DO FORNECEDOR.. '.
            ACCEPT WRK-FORNECEDOR.
            DISPLAY 'NUMERO DA NOTA FISCAL.. '.
            ACCEPT WRK-NOTA.

       2960-EXIBIR-TITULO.
            COMPUTE WRK-VALOR-ABERTO = PAG-VALOR - PAG-VALOR-PAGO.
            MOVE PAG-VALOR TO WRK-VALOR-ED.
            MOVE WRK-VALOR-ABERTO TO WRK-ABERTO-ED.
            DISPLAY '  TITULO ' PAG-TITULO
                ' PARC ' PAG-PARCELA '/' PAG-QTD-PARCELAS
                ' VENC ' PAG-DATA-VENCIMENTO
                ' VALOR ' WRK-VALOR-ED
                ' ABERTO ' WRK-ABERTO-ED
                ' STATUS ' PAG-STATUS
                ' CONF ' PAG-CONFERENCIA.

       3000-FINALIZAR.
            CLOSE CONTAS-A-PAGAR.
            CLOSE FORNECEDORES.
            CLOSE ORDENS-COMPRA.
            CLOSE COND-PAGAMENTO.
            CLOSE PED-CONTROLE.
            CLOSE OC-ITENS.
            CLOSE PAGAR-ITENS.

       END PROGRAM PAGMANU.
