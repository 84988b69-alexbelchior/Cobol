      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ACOMPANHAMENTO SEMANAL DAS VISITAS DE VENDEDORES
      *          (ARQUIVO VISITAS, MANTIDO PELO VISMANU) SOBRE OS
      *          SETE DIAS ENCERRADOS ONTEM:
      *          1 - PLANEJADO X REALIZADO POR VENDEDOR, COM A
      *              CONVERSAO DAS VISITAS REALIZADAS;
      *          2 - CONVERSAO VISITA A VISITA: PEDIDO (PEDIDOS) OU
      *              ORCAMENTO (ORCAMENT) DO MESMO CLIENTE EMITIDO ATE
      *              N DIAS DEPOIS DA VISITA (CHAVE DIASCONV, PADRAO 7);
      *          3 - CLIENTES DA CARTEIRA SEM VISITA REALIZADA HA MAIS
      *              DE N DIAS (CHAVE DIASVIS, PADRAO 30), PRIMEIRO OS
      *              DE SEGMENTO A (CLISEGM) E DEPOIS OS DEMAIS.
      *          RODA NA CADEIA NOTURNA - A JANELA ANDA UM DIA POR
      *          NOITE E A SAIDA DE SEGUNDA-FEIRA FECHA A SEMANA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITAS ASSIGN TO 'VISITAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-NUMERO
               ALTERNATE RECORD KEY IS VIS-VENDEDOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIS-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-VISITA.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CARTEIRA ASSIGN TO 'CARTEIRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRT-CLIENTE
               FILE STATUS IS WRK-FS-CARTEIRA.
           SELECT CLI-SEGMENTOS ASSIGN TO 'CLISEGM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE
               FILE STATUS IS WRK-FS-SEGMENTO.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT ORCAMENTOS ASSIGN TO 'ORCAMENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-FS-ORC.
           SELECT REL-VISITAS ASSIGN TO 'VISREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  VISITAS
           LABEL RECORD IS STANDARD.
           COPY VISREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  CARTEIRA
           LABEL RECORD IS STANDARD.
           COPY CRTREG.
       FD  CLI-SEGMENTOS
           LABEL RECORD IS STANDARD.
           COPY SEGMREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  ORCAMENTOS
           LABEL RECORD IS STANDARD.
           COPY ORCREG.
       FD  REL-VISITAS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-VISITA    PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-CARTEIRA  PIC X(02) VALUE '00'.
       77 WRK-FS-SEGMENTO  PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-ORC       PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-VISITA   PIC X(01) VALUE 'N'.
           88 FIM-VISITAS  VALUE 'S'.
       77 WRK-EOF-PEDIDO   PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS  VALUE 'S'.
       77 WRK-EOF-ORC      PIC X(01) VALUE 'N'.
           88 FIM-ORCAMENTOS VALUE 'S'.
       77 WRK-EOF-CARTEIRA PIC X(01) VALUE 'N'.
           88 FIM-CARTEIRA VALUE 'S'.
      * PASSADA DA CARTEIRA: A = SO SEGMENTO A, O = OS DEMAIS
       77 WRK-PASSO        PIC X(01) VALUE SPACE.
           88 PASSO-SEGMENTO-A VALUE 'A'.
       77 WRK-SEGMENTO     PIC X(01) VALUE SPACE.
       77 WRK-DIAS-VISITA  PIC 9(03) VALUE 30.
       77 WRK-DIAS-CONV    PIC 9(03) VALUE 7.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-INICIO  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FIM     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DATA    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ULTIMA  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-SEM     PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMA-VISITA PIC 9(08) VALUE ZEROS.
       77 WRK-SUB          PIC 9(04) VALUE ZEROS.
       77 WRK-SUB-V        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VEND     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VISREAL  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORA-TAB PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-VIS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-A    PIC 9(05) VALUE ZEROS.
       77 WRK-PERC         PIC 9(03)V9 VALUE ZEROS.
       77 WRK-BASE         PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED2      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED3      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED4      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED5      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED6      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED7      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PERC-ED      PIC ZZ9,9 VALUE ZEROS.
       77 WRK-PERC-ED2     PIC ZZ9,9 VALUE ZEROS.
       77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
       77 WRK-NOME-VEND    PIC X(30) VALUE SPACES.
       77 WRK-NOME-CLI     PIC X(30) VALUE SPACES.
       77 WRK-CONVERSAO    PIC X(40) VALUE SPACES.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-CALC-GRP.
           05 WRK-DATA-CALC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-CALC-ED REDEFINES WRK-DATA-CALC.
               10 WRK-CALC-ANO  PIC 9(04).
               10 WRK-CALC-MES  PIC 9(02).
               10 WRK-CALC-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * TOTAIS POR VENDEDOR DAS VISITAS PLANEJADAS NA SEMANA. A ULTIMA
      * POSICAO FICA LIVRE, COMO NAS DEMAIS TABELAS DO SISTEMA.
      *----------------------------------------------------------------
       01 WRK-TAB-VENDEDORES.
           05 WRK-VND OCCURS 200 TIMES.
               10 VND-VENDEDOR     PIC 9(04).
               10 VND-PLANEJADAS   PIC 9(05).
               10 VND-REALIZADAS   PIC 9(05).
               10 VND-ADIADAS      PIC 9(05).
               10 VND-CANCELADAS   PIC 9(05).
               10 VND-PENDENTES    PIC 9(05).
               10 VND-CONV-PEDIDO  PIC 9(05).
               10 VND-CONV-ORC     PIC 9(05).
               10 VND-CONVERTIDAS  PIC 9(05).
      *----------------------------------------------------------------
      * VISITAS REALIZADAS DA SEMANA, PARA CASAR COM PEDIDOS E
      * ORCAMENTOS DO MESMO CLIENTE.
      *----------------------------------------------------------------
       01 WRK-TAB-REALIZADAS.
           05 WRK-VRZ OCCURS 1000 TIMES.
               10 VRZ-VISITA       PIC 9(06).
               10 VRZ-VENDEDOR     PIC 9(04).
               10 VRZ-CLIENTE      PIC 9(06).
               10 VRZ-DATA         PIC 9(08).
               10 VRZ-DIAS         PIC 9(07).
               10 VRZ-RESULTADO    PIC X(01).
               10 VRZ-PEDIDO       PIC 9(06).
               10 VRZ-ORCAMENTO    PIC 9(06).
           COPY PLRREG.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-LER-VISITAS.
            PERFORM 3000-CASAR-PEDIDOS.
            PERFORM 3500-CASAR-ORCAMENTOS.
            PERFORM 4000-IMPRIMIR-VENDEDORES.
            PERFORM 5000-IMPRIMIR-CONVERSAO.
            PERFORM 6000-CARTEIRA-SEM-VISITA.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * A SEMANA SAO OS SETE DIAS ANTERIORES A HOJE, NO CALENDARIO
      * COMERCIAL 360/30 DO SISTEMA. OS LIMIARES VEM DAS CHAVES
      * DIASVIS E DIASCONV (ROTINA COMUM PARMLER).
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'VISREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            COMPUTE WRK-DIAS-INICIO = WRK-DIAS-HOJE - 7.
            COMPUTE WRK-DIAS-FIM = WRK-DIAS-HOJE - 1.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            MOVE 'DIASVIS' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-DIAS-VISITA
            END-IF.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            MOVE 'DIASCONV' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-DIAS-CONV
            END-IF.
            INITIALIZE WRK-TAB-VENDEDORES.
            INITIALIZE WRK-TAB-REALIZADAS.
            OPEN INPUT VISITAS.
            IF WRK-FS-VISITA = '35'
                CLOSE VISITAS
                OPEN OUTPUT VISITAS
                CLOSE VISITAS
                OPEN INPUT VISITAS
            END-IF.
            OPEN INPUT VENDEDORES.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT CARTEIRA.
            IF WRK-FS-CARTEIRA = '35'
                CLOSE CARTEIRA
                OPEN OUTPUT CARTEIRA
                CLOSE CARTEIRA
                OPEN INPUT CARTEIRA
            END-IF.
            OPEN INPUT CLI-SEGMENTOS.
            IF WRK-FS-SEGMENTO = '35'
                CLOSE CLI-SEGMENTOS
                OPEN OUTPUT CLI-SEGMENTOS
                CLOSE CLI-SEGMENTOS
                OPEN INPUT CLI-SEGMENTOS
            END-IF.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT ORCAMENTOS.
            IF WRK-FS-ORC = '35'
                CLOSE ORCAMENTOS
                OPEN OUTPUT ORCAMENTOS
                CLOSE ORCAMENTOS
                OPEN INPUT ORCAMENTOS
            END-IF.
            OPEN OUTPUT REL-VISITAS.
            PERFORM 1100-CABECALHO.

       1100-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'ACOMPANHAMENTO SEMANAL DE VISITAS   DATA: '
                DELIMITED SIZE
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
            MOVE WRK-DIAS-CONV TO WRK-QTD-ED.
            MOVE WRK-DIAS-VISITA TO WRK-QTD-ED2.
            MOVE SPACES TO REL-LINHA.
            STRING 'SETE DIAS ENCERRADOS ONTEM - CONVERSAO ATE '
                DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                ' DIAS APOS A VISITA - CARTEIRA SEM VISITA HA MAIS DE '
                DELIMITED SIZE
                WRK-QTD-ED2 DELIMITED SIZE
                ' DIAS' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PRIMEIRA PASSADA - VISITAS COM DATA PLANEJADA NA SEMANA.
      * PLANEJADA AINDA EM ABERTO COM A DATA VENCIDA E PENDENCIA DE
      * REGISTRO DO VENDEDOR. A REALIZADA VAI PARA A TABELA DE
      * CONVERSAO COM A DATA EM QUE ACONTECEU.
      *----------------------------------------------------------------
       2000-LER-VISITAS.
            PERFORM 2010-LER-VISITA.
            PERFORM 2100-CONTAR-VISITA UNTIL FIM-VISITAS.

       2010-LER-VISITA.
            READ VISITAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-VISITA
            END-READ.

       2100-CONTAR-VISITA.
            ADD 1 TO WRK-QTD-LIDOS.
            MOVE VIS-DATA-PLANEJADA TO WRK-DATA-CALC.
            PERFORM 2900-DIAS-DA-DATA.
            IF WRK-DIAS-DATA >= WRK-DIAS-INICIO
                AND WRK-DIAS-DATA <= WRK-DIAS-FIM
                PERFORM 2110-ACHAR-VENDEDOR
                IF WRK-SUB > 0
                    PERFORM 2120-SOMAR-VENDEDOR
                END-IF
            END-IF.
            PERFORM 2010-LER-VISITA.

       2110-ACHAR-VENDEDOR.
            MOVE 1 TO WRK-SUB.
            PERFORM 2115-PROXIMO-VENDEDOR
                UNTIL WRK-SUB > WRK-QTD-VEND
                OR VND-VENDEDOR (WRK-SUB) = VIS-VENDEDOR.
            IF WRK-SUB > WRK-QTD-VEND
                IF WRK-QTD-VEND < 199
                    ADD 1 TO WRK-QTD-VEND
                    MOVE WRK-QTD-VEND TO WRK-SUB
                    MOVE VIS-VENDEDOR TO VND-VENDEDOR (WRK-SUB)
                ELSE
                    ADD 1 TO WRK-QTD-FORA-TAB
                    MOVE ZEROS TO WRK-SUB
                END-IF
            END-IF.

       2115-PROXIMO-VENDEDOR.
            ADD 1 TO WRK-SUB.

       2120-SOMAR-VENDEDOR.
            ADD 1 TO VND-PLANEJADAS (WRK-SUB).
            EVALUATE TRUE
                WHEN VISITA-REALIZADA
                    ADD 1 TO VND-REALIZADAS (WRK-SUB)
                    PERFORM 2130-GUARDAR-REALIZADA
                WHEN VISITA-ADIADA
                    ADD 1 TO VND-ADIADAS (WRK-SUB)
                WHEN VISITA-CANCELADA
                    ADD 1 TO VND-CANCELADAS (WRK-SUB)
                WHEN OTHER
                    ADD 1 TO VND-PENDENTES (WRK-SUB)
            END-EVALUATE.

       2130-GUARDAR-REALIZADA.
            IF WRK-QTD-VISREAL < 999
                ADD 1 TO WRK-QTD-VISREAL
                MOVE WRK-QTD-VISREAL TO WRK-SUB-V
                MOVE VIS-NUMERO TO VRZ-VISITA (WRK-SUB-V)
                MOVE VIS-VENDEDOR TO VRZ-VENDEDOR (WRK-SUB-V)
                MOVE VIS-CLIENTE TO VRZ-CLIENTE (WRK-SUB-V)
                MOVE VIS-DATA-REALIZADA TO VRZ-DATA (WRK-SUB-V)
                MOVE VIS-RESULTADO TO VRZ-RESULTADO (WRK-SUB-V)
                MOVE VIS-DATA-REALIZADA TO WRK-DATA-CALC
                PERFORM 2900-DIAS-DA-DATA
                MOVE WRK-DIAS-DATA TO VRZ-DIAS (WRK-SUB-V)
            ELSE
                ADD 1 TO WRK-QTD-FORA-TAB
            END-IF.

       2900-DIAS-DA-DATA.
            COMPUTE WRK-DIAS-DATA = (WRK-CALC-ANO * 360)
                + (WRK-CALC-MES * 30) + WRK-CALC-DIA.

      *----------------------------------------------------------------
      * SEGUNDA PASSADA - PEDIDO NAO CANCELADO DO CLIENTE DA VISITA,
      * DATADO DO DIA DA VISITA ATE DIASCONV DIAS DEPOIS. FICA O
      * PRIMEIRO PEDIDO ACHADO PARA CADA VISITA.
      *----------------------------------------------------------------
       3000-CASAR-PEDIDOS.
            PERFORM 3010-LER-PEDIDO.
            PERFORM 3100-CASAR-PEDIDO UNTIL FIM-PEDIDOS.

       3010-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PEDIDO
            END-READ.

       3100-CASAR-PEDIDO.
            IF NOT PEDIDO-CANCELADO
                MOVE PED-DATA TO WRK-DATA-CALC
                PERFORM 2900-DIAS-DA-DATA
                MOVE 1 TO WRK-SUB-V
                PERFORM 3110-VISITA-DO-PEDIDO
                    UNTIL WRK-SUB-V > WRK-QTD-VISREAL
            END-IF.
            PERFORM 3010-LER-PEDIDO.

       3110-VISITA-DO-PEDIDO.
            IF VRZ-CLIENTE (WRK-SUB-V) = PED-CLIENTE
                AND VRZ-PEDIDO (WRK-SUB-V) = ZEROS
                AND WRK-DIAS-DATA >= VRZ-DIAS (WRK-SUB-V)
                AND WRK-DIAS-DATA <= VRZ-DIAS (WRK-SUB-V)
                    + WRK-DIAS-CONV
                MOVE PED-NUMERO TO VRZ-PEDIDO (WRK-SUB-V)
            END-IF.
            ADD 1 TO WRK-SUB-V.

      *----------------------------------------------------------------
      * TERCEIRA PASSADA - O MESMO CASAMENTO COM OS ORCAMENTOS.
      * ORCAMENTO CONVERTIDO TAMBEM VALE: A VISITA GEROU A COTACAO.
      *----------------------------------------------------------------
       3500-CASAR-ORCAMENTOS.
            PERFORM 3510-LER-ORCAMENTO.
            PERFORM 3600-CASAR-ORCAMENTO UNTIL FIM-ORCAMENTOS.

       3510-LER-ORCAMENTO.
            READ ORCAMENTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ORC
            END-READ.

       3600-CASAR-ORCAMENTO.
            MOVE ORC-DATA TO WRK-DATA-CALC.
            PERFORM 2900-DIAS-DA-DATA.
            MOVE 1 TO WRK-SUB-V.
            PERFORM 3610-VISITA-DO-ORCAMENTO
                UNTIL WRK-SUB-V > WRK-QTD-VISREAL.
            PERFORM 3510-LER-ORCAMENTO.

       3610-VISITA-DO-ORCAMENTO.
            IF VRZ-CLIENTE (WRK-SUB-V) = ORC-CLIENTE
                AND VRZ-ORCAMENTO (WRK-SUB-V) = ZEROS
                AND WRK-DIAS-DATA >= VRZ-DIAS (WRK-SUB-V)
                AND WRK-DIAS-DATA <= VRZ-DIAS (WRK-SUB-V)
                    + WRK-DIAS-CONV
                MOVE ORC-NUMERO TO VRZ-ORCAMENTO (WRK-SUB-V)
            END-IF.
            ADD 1 TO WRK-SUB-V.

      *----------------------------------------------------------------
      * SECAO 1 - PLANEJADO X REALIZADO. O PERCENTUAL REALIZADO E
      * SOBRE AS PLANEJADAS NAO CANCELADAS; A CONVERSAO, SOBRE AS
      * REALIZADAS. ANTES, AS CONVERSOES SAO SOMADAS POR VENDEDOR.
      *----------------------------------------------------------------
       4000-IMPRIMIR-VENDEDORES.
            MOVE 1 TO WRK-SUB-V.
            PERFORM 4010-SOMAR-CONVERSAO
                UNTIL WRK-SUB-V > WRK-QTD-VISREAL.
            MOVE SPACES TO REL-LINHA.
            STRING '1 - VISITAS PLANEJADAS X REALIZADAS POR VENDEDOR'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'VEND NOME                           PLANEJ REALIZ'
                DELIMITED SIZE
                ' ADIAD CANCEL PENDEN %REAL  PEDID ORCAM  %CONV'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-SUB.
            PERFORM 4100-LINHA-VENDEDOR UNTIL WRK-SUB > WRK-QTD-VEND.
            IF WRK-QTD-VEND = ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'NENHUMA VISITA PLANEJADA NA SEMANA'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       4010-SOMAR-CONVERSAO.
            MOVE VRZ-VENDEDOR (WRK-SUB-V) TO VIS-VENDEDOR.
            MOVE 1 TO WRK-SUB.
            PERFORM 2115-PROXIMO-VENDEDOR
                UNTIL WRK-SUB > WRK-QTD-VEND
                OR VND-VENDEDOR (WRK-SUB) = VIS-VENDEDOR.
            IF WRK-SUB NOT > WRK-QTD-VEND
                IF VRZ-PEDIDO (WRK-SUB-V) NOT = ZEROS
                    ADD 1 TO VND-CONV-PEDIDO (WRK-SUB)
                END-IF
                IF VRZ-ORCAMENTO (WRK-SUB-V) NOT = ZEROS
                    ADD 1 TO VND-CONV-ORC (WRK-SUB)
                END-IF
                IF VRZ-PEDIDO (WRK-SUB-V) NOT = ZEROS
                    OR VRZ-ORCAMENTO (WRK-SUB-V) NOT = ZEROS
                    ADD 1 TO VND-CONVERTIDAS (WRK-SUB)
                END-IF
            END-IF.
            ADD 1 TO WRK-SUB-V.

       4100-LINHA-VENDEDOR.
            MOVE VND-VENDEDOR (WRK-SUB) TO VEN-CODIGO.
            READ VENDEDORES
                INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-NOME-VEND
                NOT INVALID KEY
                    MOVE VEN-NOME TO WRK-NOME-VEND
            END-READ.
            COMPUTE WRK-BASE = VND-PLANEJADAS (WRK-SUB)
                - VND-CANCELADAS (WRK-SUB).
            MOVE ZEROS TO WRK-PERC.
            IF WRK-BASE > ZEROS
                COMPUTE WRK-PERC ROUNDED =
                    VND-REALIZADAS (WRK-SUB) * 100 / WRK-BASE
            END-IF.
            MOVE WRK-PERC TO WRK-PERC-ED.
            MOVE ZEROS TO WRK-PERC.
            IF VND-REALIZADAS (WRK-SUB) > ZEROS
                COMPUTE WRK-PERC ROUNDED =
                    VND-CONVERTIDAS (WRK-SUB) * 100
                    / VND-REALIZADAS (WRK-SUB)
            END-IF.
            MOVE WRK-PERC TO WRK-PERC-ED2.
            MOVE VND-PLANEJADAS (WRK-SUB) TO WRK-QTD-ED.
            MOVE VND-REALIZADAS (WRK-SUB) TO WRK-QTD-ED2.
            MOVE VND-ADIADAS (WRK-SUB) TO WRK-QTD-ED3.
            MOVE VND-CANCELADAS (WRK-SUB) TO WRK-QTD-ED4.
            MOVE VND-PENDENTES (WRK-SUB) TO WRK-QTD-ED5.
            MOVE VND-CONV-PEDIDO (WRK-SUB) TO WRK-QTD-ED6.
            MOVE VND-CONV-ORC (WRK-SUB) TO WRK-QTD-ED7.
            MOVE SPACES TO REL-LINHA.
            STRING VND-VENDEDOR (WRK-SUB) DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-NOME-VEND DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED2 DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-QTD-ED3 DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED4 DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED5 DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-PERC-ED DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-QTD-ED6 DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-QTD-ED7 DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-PERC-ED2 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD 1 TO WRK-SUB.

      *----------------------------------------------------------------
      * SECAO 2 - CADA VISITA REALIZADA COM O QUE ELA GEROU. VISITA
      * DOS ULTIMOS DIAS DA SEMANA AINDA PODE CONVERTER - A JANELA
      * DELA SO FECHA DIASCONV DIAS DEPOIS.
      *----------------------------------------------------------------
       5000-IMPRIMIR-CONVERSAO.
            MOVE SPACES TO REL-LINHA.
            STRING '2 - CONVERSAO DAS VISITAS REALIZADAS'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'VISITA VEND CLIENTE NOME                          '
                DELIMITED SIZE
                ' REALIZADA RES CONVERSAO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 1 TO WRK-SUB-V.
            PERFORM 5100-LINHA-CONVERSAO
                UNTIL WRK-SUB-V > WRK-QTD-VISREAL.
            IF WRK-QTD-VISREAL = ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'NENHUMA VISITA REALIZADA NA SEMANA'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       5100-LINHA-CONVERSAO.
            MOVE VRZ-CLIENTE (WRK-SUB-V) TO CLI-CODIGO.
            PERFORM 5900-NOME-CLIENTE.
            MOVE SPACES TO WRK-CONVERSAO.
            EVALUATE TRUE
                WHEN VRZ-PEDIDO (WRK-SUB-V) NOT = ZEROS
                    AND VRZ-ORCAMENTO (WRK-SUB-V) NOT = ZEROS
                    STRING 'PEDIDO ' DELIMITED SIZE
                        VRZ-PEDIDO (WRK-SUB-V) DELIMITED SIZE
                        ' ORCAMENTO ' DELIMITED SIZE
                        VRZ-ORCAMENTO (WRK-SUB-V) DELIMITED SIZE
                        INTO WRK-CONVERSAO
                    END-STRING
                WHEN VRZ-PEDIDO (WRK-SUB-V) NOT = ZEROS
                    STRING 'PEDIDO ' DELIMITED SIZE
                        VRZ-PEDIDO (WRK-SUB-V) DELIMITED SIZE
                        INTO WRK-CONVERSAO
                    END-STRING
                WHEN VRZ-ORCAMENTO (WRK-SUB-V) NOT = ZEROS
                    STRING 'ORCAMENTO ' DELIMITED SIZE
                        VRZ-ORCAMENTO (WRK-SUB-V) DELIMITED SIZE
                        INTO WRK-CONVERSAO
                    END-STRING
                WHEN OTHER
                    MOVE 'SEM CONVERSAO' TO WRK-CONVERSAO
            END-EVALUATE.
            MOVE SPACES TO REL-LINHA.
            STRING VRZ-VISITA (WRK-SUB-V) DELIMITED SIZE
                ' ' DELIMITED SIZE
                VRZ-VENDEDOR (WRK-SUB-V) DELIMITED SIZE
                ' ' DELIMITED SIZE
                VRZ-CLIENTE (WRK-SUB-V) DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-NOME-CLI DELIMITED SIZE
                ' ' DELIMITED SIZE
                VRZ-DATA (WRK-SUB-V) DELIMITED SIZE
                '  ' DELIMITED SIZE
                VRZ-RESULTADO (WRK-SUB-V) DELIMITED SIZE
                '  ' DELIMITED SIZE
                WRK-CONVERSAO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            ADD 1 TO WRK-SUB-V.

       5900-NOME-CLIENTE.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLI
                NOT INVALID KEY
                    MOVE CLI-NOME TO WRK-NOME-CLI
            END-READ.

      *----------------------------------------------------------------
      * SECAO 3 - CLIENTES DA CARTEIRA VIGENTE SEM VISITA REALIZADA
      * HA MAIS DE DIASVIS DIAS (OU NUNCA VISITADOS). DUAS PASSADAS
      * PELA CARTEIRA: PRIMEIRO OS DE SEGMENTO A, DEPOIS OS DEMAIS. A
      * ULTIMA VISITA VEM PELA CHAVE ALTERNADA CLIENTE DO VISITAS.
      *----------------------------------------------------------------
       6000-CARTEIRA-SEM-VISITA.
            MOVE SPACES TO REL-LINHA.
            STRING '3 - CLIENTES DA CARTEIRA SEM VISITA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'CLIENTE NOME                           VEND SEG'
                DELIMITED SIZE
                ' ULT.VISITA  DIAS' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 'A' TO WRK-PASSO.
            PERFORM 6100-PASSAR-CARTEIRA.
            MOVE 'O' TO WRK-PASSO.
            PERFORM 6100-PASSAR-CARTEIRA.
            MOVE WRK-QTD-SEM-VIS TO WRK-QTD-ED.
            MOVE WRK-QTD-SEM-A TO WRK-QTD-ED2.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'CLIENTES SEM VISITA: ' DELIMITED SIZE
                WRK-QTD-ED DELIMITED SIZE
                '   DOS QUAIS SEGMENTO A: ' DELIMITED SIZE
                WRK-QTD-ED2 DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       6100-PASSAR-CARTEIRA.
            CLOSE CARTEIRA.
            OPEN INPUT CARTEIRA.
            MOVE 'N' TO WRK-EOF-CARTEIRA.
            PERFORM 6110-LER-CARTEIRA.
            PERFORM 6200-CONFERIR-CLIENTE UNTIL FIM-CARTEIRA.

       6110-LER-CARTEIRA.
            READ CARTEIRA NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CARTEIRA
            END-READ.

       6200-CONFERIR-CLIENTE.
            MOVE SPACE TO WRK-SEGMENTO.
            MOVE CRT-CLIENTE TO SEG-CLIENTE.
            READ CLI-SEGMENTOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SEG-SEGMENTO TO WRK-SEGMENTO
            END-READ.
            IF CRT-DATA-EFETIVA <= WRK-DATA-HOJE
                IF (PASSO-SEGMENTO-A AND WRK-SEGMENTO = 'A')
                    OR (NOT PASSO-SEGMENTO-A AND WRK-SEGMENTO NOT = 'A')
                    PERFORM 6300-ULTIMA-VISITA
                END-IF
            END-IF.
            PERFORM 6110-LER-CARTEIRA.

       6300-ULTIMA-VISITA.
            MOVE ZEROS TO WRK-ULTIMA-VISITA.
            MOVE 'N' TO WRK-EOF-VISITA.
            MOVE CRT-CLIENTE TO VIS-CLIENTE.
            START VISITAS KEY IS EQUAL VIS-CLIENTE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-VISITA
            END-START.
            IF NOT FIM-VISITAS
                PERFORM 6310-LER-VISITA-CLIENTE
                PERFORM 6320-GUARDAR-ULTIMA UNTIL FIM-VISITAS
            END-IF.
            IF WRK-ULTIMA-VISITA = ZEROS
                PERFORM 6400-REPORTAR-CLIENTE
            ELSE
                MOVE WRK-ULTIMA-VISITA TO WRK-DATA-CALC
                PERFORM 2900-DIAS-DA-DATA
                MOVE WRK-DIAS-DATA TO WRK-DIAS-ULTIMA
                IF WRK-DIAS-HOJE - WRK-DIAS-ULTIMA > WRK-DIAS-VISITA
                    PERFORM 6400-REPORTAR-CLIENTE
                END-IF
            END-IF.

       6310-LER-VISITA-CLIENTE.
            READ VISITAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-VISITA
            END-READ.
            IF NOT FIM-VISITAS
                AND VIS-CLIENTE NOT = CRT-CLIENTE
                MOVE 'S' TO WRK-EOF-VISITA
            END-IF.

       6320-GUARDAR-ULTIMA.
            IF VISITA-REALIZADA
                AND VIS-DATA-REALIZADA > WRK-ULTIMA-VISITA
                MOVE VIS-DATA-REALIZADA TO WRK-ULTIMA-VISITA
            END-IF.
            PERFORM 6310-LER-VISITA-CLIENTE.

       6400-REPORTAR-CLIENTE.
            ADD 1 TO WRK-QTD-SEM-VIS.
            IF PASSO-SEGMENTO-A
                ADD 1 TO WRK-QTD-SEM-A
            END-IF.
            MOVE CRT-CLIENTE TO CLI-CODIGO.
            PERFORM 5900-NOME-CLIENTE.
            MOVE SPACES TO REL-LINHA.
            IF WRK-ULTIMA-VISITA = ZEROS
                STRING CRT-CLIENTE DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-NOME-CLI DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    CRT-VENDEDOR DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-SEGMENTO DELIMITED SIZE
                    '  NUNCA' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            ELSE
                COMPUTE WRK-DIAS-SEM = WRK-DIAS-HOJE - WRK-DIAS-ULTIMA
                MOVE WRK-DIAS-SEM TO WRK-DIAS-ED
                STRING CRT-CLIENTE DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-NOME-CLI DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    CRT-VENDEDOR DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-SEGMENTO DELIMITED SIZE
                    '  ' DELIMITED SIZE
                    WRK-ULTIMA-VISITA DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WRK-DIAS-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
            END-IF.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            IF WRK-QTD-FORA-TAB > ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'ATENCAO: ' DELIMITED SIZE
                    WRK-QTD-FORA-TAB DELIMITED SIZE
                    ' VISITA(S) FORA DAS TABELAS DO RELATORIO'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
                DISPLAY 'VISREL: ' WRK-QTD-FORA-TAB
                    ' VISITA(S) FORA DAS TABELAS'
            END-IF.
            CLOSE VISITAS.
            CLOSE VENDEDORES.
            CLOSE CLIENTES-MASTER.
            CLOSE CARTEIRA.
            CLOSE CLI-SEGMENTOS.
            CLOSE PEDIDOS.
            CLOSE ORCAMENTOS.
            CLOSE REL-VISITAS.
            DISPLAY 'VISITAS LIDAS: ' WRK-QTD-LIDOS
                '  CLIENTES SEM VISITA: ' WRK-QTD-SEM-VIS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-SEM-VIS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM VISREL.
