      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE LANCAMENTO DE PONTOS DE FIDELIDADE -
      *          ACUMULA OS PONTOS DE UMA VENDA (TAXA PTOTAXA PONTOS
      *          POR REAL, VALIDADE DE PTOMESES MESES), ESTORNA OS DE
      *          UMA DEVOLUCAO, RESGATA PONTOS COMO DESCONTO (PTOVALOR
      *          REAIS POR PONTO) E CONSULTA O SALDO DO CLIENTE.
      *          ESTORNO E RESGATE CONSOMEM OS LOTES DO MAIS ANTIGO
      *          PARA O MAIS NOVO. OS ARQUIVOS FICAM ABERTOS ENTRE AS
      *          CHAMADAS; O CHAMADOR FECHA COM A FUNCAO F NO FIM.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOLANC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTOS ASSIGN TO 'PONTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CLIENTE
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT PONTOS-MOV ASSIGN TO 'PONTOMOV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WRK-FS-PONTOMOV.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS
           LABEL RECORD IS STANDARD.
           COPY PTSREG.
       FD  PONTOS-MOV
           LABEL RECORD IS STANDARD.
           COPY PTMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PONTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-PONTOMOV  PIC X(02) VALUE '00'.
       77 WRK-ABERTO       PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-EOF-MOV      PIC X(01) VALUE 'N'.
           88 FIM-MOV      VALUE 'S'.
       77 WRK-TEM-SALDO    PIC X(01) VALUE 'N'.
           88 TEM-SALDO    VALUE 'S'.
       77 WRK-TAXA         PIC 9(03)V99 VALUE 1.
       77 WRK-MESES        PIC 9(03) VALUE 12.
       77 WRK-VALOR-PONTO  PIC 9(03)V99 VALUE 0,01.
       77 WRK-PONTOS       PIC 9(07) VALUE ZEROS.
       77 WRK-A-CONSUMIR   PIC 9(07) VALUE ZEROS.
       77 WRK-CONSUMIDO    PIC 9(07) VALUE ZEROS.
       77 WRK-PARCELA      PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-MESES  PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-MOV-TIPO     PIC X(01) VALUE SPACE.
       01 WRK-DATA-BASE-GRP.
           05 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-BASE-ED REDEFINES WRK-DATA-BASE.
               10 WRK-BASE-ANO  PIC 9(04).
               10 WRK-BASE-MES  PIC 9(02).
               10 WRK-BASE-DIA  PIC 9(02).
       01 WRK-VALIDADE-GRP.
           05 WRK-VALIDADE     PIC 9(08) VALUE ZEROS.
           05 WRK-VALIDADE-ED REDEFINES WRK-VALIDADE.
               10 WRK-VAL-ANO   PIC 9(04).
               10 WRK-VAL-MES   PIC 9(02).
               10 WRK-VAL-DIA   PIC 9(02).
           COPY PLRREG.
       LINKAGE SECTION.
           COPY PTLREG.
       PROCEDURE DIVISION USING PTOLANC-AREA.
       0000-PRINCIPAL SECTION.
            MOVE 'S' TO PTL-RETORNO.
            MOVE SPACES TO PTL-MENSAGEM.
            IF PTL-FECHAR
                PERFORM 9000-FECHAR
                GOBACK
            END-IF.
            IF NOT ARQUIVOS-ABERTOS
                PERFORM 1000-ABRIR
            END-IF.
            MOVE WRK-VALOR-PONTO TO PTL-VALOR-PONTO.
            PERFORM 1100-LER-SALDO.
            EVALUATE TRUE
                WHEN PTL-ACUMULAR
                    PERFORM 2000-ACUMULAR
                WHEN PTL-ESTORNAR
                    PERFORM 3000-ESTORNAR
                WHEN PTL-RESGATAR
                    PERFORM 4000-RESGATAR
                WHEN PTL-CONSULTAR
                    MOVE ZEROS TO PTL-PONTOS
                WHEN OTHER
                    MOVE 'N' TO PTL-RETORNO
                    MOVE 'FUNCAO INVALIDA' TO PTL-MENSAGEM
            END-EVALUATE.
            MOVE PTS-SALDO TO PTL-SALDO.
            GOBACK.

      *----------------------------------------------------------------
      * PRIMEIRA CHAMADA - ABRE OS ARQUIVOS E LE OS PARAMETROS DO
      * PROGRAMA PELA ROTINA COMUM PARMLER (VALOR VIGENTE HOJE); SEM
      * PARAMETRO CADASTRADO FICAM OS PADROES DA WORKING.
      *----------------------------------------------------------------
       1000-ABRIR.
            OPEN I-O PONTOS.
            IF WRK-FS-PONTOS = '35'
                CLOSE PONTOS
                OPEN OUTPUT PONTOS
                CLOSE PONTOS
                OPEN I-O PONTOS
            END-IF.
            OPEN I-O PONTOS-MOV.
            IF WRK-FS-PONTOMOV = '35'
                CLOSE PONTOS-MOV
                OPEN OUTPUT PONTOS-MOV
                CLOSE PONTOS-MOV
                OPEN I-O PONTOS-MOV
            END-IF.
            MOVE 'S' TO WRK-ABERTO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            MOVE 'PTOTAXA' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-TAXA
            END-IF.
            MOVE 'PTOMESES' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-MESES
            END-IF.
            MOVE 'PTOVALOR' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-VALOR-PONTO
            END-IF.

       1100-LER-SALDO.
            MOVE PTL-CLIENTE TO PTS-CLIENTE.
            READ PONTOS
                INVALID KEY
                    MOVE 'N' TO WRK-TEM-SALDO
                    INITIALIZE PONTOS-REG
                    MOVE PTL-CLIENTE TO PTS-CLIENTE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-SALDO
            END-READ.

       1200-GRAVAR-SALDO.
            MOVE WRK-DATA-HOJE TO PTS-DATA-ULT-MOV.
            IF TEM-SALDO
                REWRITE PONTOS-REG
            ELSE
                WRITE PONTOS-REG
                MOVE 'S' TO WRK-TEM-SALDO
            END-IF.

      *----------------------------------------------------------------
      * O MOVIMENTO TEM A CHAVE DO LANCAMENTO QUE O ORIGINOU - SE JA
      * EXISTE, O LANCAMENTO JA FOI TRATADO E A CHAMADA E RECUSADA.
      *----------------------------------------------------------------
       1300-VERIFICAR-REPETIDO.
            MOVE PTL-CLIENTE TO PTM-CLIENTE.
            MOVE PTL-DATA TO PTM-DATA.
            MOVE PTL-HORA TO PTM-HORA.
            MOVE WRK-MOV-TIPO TO PTM-TIPO.
            READ PONTOS-MOV
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'N' TO PTL-RETORNO
                    MOVE 'LANCAMENTO JA TRATADO' TO PTL-MENSAGEM
            END-READ.

       1400-MONTAR-MOV.
            MOVE PTL-CLIENTE TO PTM-CLIENTE.
            MOVE PTL-DATA TO PTM-DATA.
            MOVE PTL-HORA TO PTM-HORA.
            MOVE WRK-CONSUMIDO TO PTM-PONTOS.
            MOVE ZEROS TO PTM-SALDO-LOTE.
            MOVE ZEROS TO PTM-VALIDADE.
            MOVE PTL-LOJA TO PTM-LOJA.
            MOVE PTL-VALOR TO PTM-VALOR.
            MOVE WRK-DATA-HOJE TO PTM-DATA-MOV.

      *----------------------------------------------------------------
      * ACUMULO - PONTOS INTEIROS SOBRE O VALOR DA VENDA. A CHAVE DO
      * LOTE E A DA VENDA NO RAZAO, ENTAO A MESMA VENDA NUNCA ACUMULA
      * DUAS VEZES. A VALIDADE E A DATA DA VENDA MAIS PTOMESES MESES.
      *----------------------------------------------------------------
       2000-ACUMULAR.
            COMPUTE WRK-PONTOS = PTL-VALOR * WRK-TAXA.
            MOVE WRK-PONTOS TO PTL-PONTOS.
            IF WRK-PONTOS = ZEROS
                MOVE 'N' TO PTL-RETORNO
                MOVE 'VALOR NAO GERA PONTOS' TO PTL-MENSAGEM
            ELSE
                MOVE 'A' TO WRK-MOV-TIPO
                PERFORM 1300-VERIFICAR-REPETIDO
            END-IF.
            IF PTL-FEITO
                PERFORM 2100-CALCULAR-VALIDADE
                PERFORM 1400-MONTAR-MOV
                MOVE 'A' TO PTM-TIPO
                MOVE WRK-PONTOS TO PTM-PONTOS
                MOVE WRK-PONTOS TO PTM-SALDO-LOTE
                MOVE WRK-VALIDADE TO PTM-VALIDADE
                WRITE PONTOMOV-REG
                ADD WRK-PONTOS TO PTS-SALDO
                ADD WRK-PONTOS TO PTS-ACUMULADO
                PERFORM 1200-GRAVAR-SALDO
            END-IF.

       2100-CALCULAR-VALIDADE.
            MOVE PTL-DATA TO WRK-DATA-BASE.
            COMPUTE WRK-TOTAL-MESES =
                WRK-BASE-ANO * 12 + WRK-BASE-MES - 1 + WRK-MESES.
            DIVIDE WRK-TOTAL-MESES BY 12 GIVING WRK-VAL-ANO
                REMAINDER WRK-VAL-MES.
            ADD 1 TO WRK-VAL-MES.
            MOVE WRK-BASE-DIA TO WRK-VAL-DIA.

      *----------------------------------------------------------------
      * ESTORNO DA DEVOLUCAO - OS PONTOS QUE A DEVOLUCAO TERIA GERADO
      * SAEM DOS LOTES EM ABERTO, LIMITADOS AO SALDO (PONTOS JA
      * RESGATADOS OU EXPIRADOS NAO TEM COMO VOLTAR). A CHAVE E A DA
      * DEVOLUCAO NO RAZAO, PARA NAO ESTORNAR DUAS VEZES.
      *----------------------------------------------------------------
       3000-ESTORNAR.
            MOVE 'E' TO WRK-MOV-TIPO.
            PERFORM 1300-VERIFICAR-REPETIDO.
            IF PTL-FEITO
                COMPUTE WRK-PONTOS = PTL-VALOR * WRK-TAXA
                IF WRK-PONTOS > PTS-SALDO
                    MOVE PTS-SALDO TO WRK-A-CONSUMIR
                ELSE
                    MOVE WRK-PONTOS TO WRK-A-CONSUMIR
                END-IF
                PERFORM 5000-CONSUMIR-LOTES
                PERFORM 1400-MONTAR-MOV
                MOVE 'E' TO PTM-TIPO
                WRITE PONTOMOV-REG
                SUBTRACT WRK-CONSUMIDO FROM PTS-SALDO
                ADD WRK-CONSUMIDO TO PTS-ESTORNADO
                PERFORM 1200-GRAVAR-SALDO
                MOVE WRK-CONSUMIDO TO PTL-PONTOS
            END-IF.

      *----------------------------------------------------------------
      * RESGATE COMO DESCONTO - SO COM SALDO SUFICIENTE; DEVOLVE EM
      * PTL-VALOR O DESCONTO EM REAIS (PONTOS X PTOVALOR).
      *----------------------------------------------------------------
       4000-RESGATAR.
            IF PTL-PONTOS = ZEROS
                OR PTL-PONTOS > PTS-SALDO
                MOVE 'N' TO PTL-RETORNO
                MOVE 'SALDO DE PONTOS INSUFICIENTE' TO PTL-MENSAGEM
            ELSE
                MOVE 'R' TO WRK-MOV-TIPO
                PERFORM 1300-VERIFICAR-REPETIDO
            END-IF.
            IF PTL-FEITO
                MOVE PTL-PONTOS TO WRK-A-CONSUMIR
                PERFORM 5000-CONSUMIR-LOTES
                COMPUTE PTL-VALOR = WRK-CONSUMIDO * WRK-VALOR-PONTO
                PERFORM 1400-MONTAR-MOV
                MOVE 'R' TO PTM-TIPO
                WRITE PONTOMOV-REG
                SUBTRACT WRK-CONSUMIDO FROM PTS-SALDO
                ADD WRK-CONSUMIDO TO PTS-RESGATADO
                PERFORM 1200-GRAVAR-SALDO
                MOVE WRK-CONSUMIDO TO PTL-PONTOS
            END-IF.

      *----------------------------------------------------------------
      * CONSOME WRK-A-CONSUMIR PONTOS DOS LOTES DE ACUMULO DO CLIENTE
      * AINDA COM SALDO, NA ORDEM DA CHAVE (DO MAIS ANTIGO PARA O MAIS
      * NOVO); DEVOLVE O CONSUMIDO EM WRK-CONSUMIDO.
      *----------------------------------------------------------------
       5000-CONSUMIR-LOTES.
            MOVE ZEROS TO WRK-CONSUMIDO.
            MOVE 'N' TO WRK-EOF-MOV.
            IF WRK-A-CONSUMIR = ZEROS
                MOVE 'S' TO WRK-EOF-MOV
            END-IF.
            MOVE PTL-CLIENTE TO PTM-CLIENTE.
            MOVE ZEROS TO PTM-DATA.
            MOVE ZEROS TO PTM-HORA.
            MOVE SPACE TO PTM-TIPO.
            IF NOT FIM-MOV
                START PONTOS-MOV KEY IS NOT LESS THAN PTM-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-MOV
                END-START
            END-IF.
            IF NOT FIM-MOV
                PERFORM 5010-LER-MOV
                PERFORM 5020-CONSUMIR-LOTE
                    UNTIL FIM-MOV
                    OR WRK-CONSUMIDO = WRK-A-CONSUMIR
            END-IF.

       5010-LER-MOV.
            READ PONTOS-MOV NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-MOV
            END-READ.
            IF NOT FIM-MOV
                AND PTM-CLIENTE NOT = PTL-CLIENTE
                MOVE 'S' TO WRK-EOF-MOV
            END-IF.

       5020-CONSUMIR-LOTE.
            IF PTM-ACUMULO
                AND PTM-SALDO-LOTE > ZEROS
                COMPUTE WRK-PARCELA = WRK-A-CONSUMIR - WRK-CONSUMIDO
                IF WRK-PARCELA > PTM-SALDO-LOTE
                    MOVE PTM-SALDO-LOTE TO WRK-PARCELA
                END-IF
                SUBTRACT WRK-PARCELA FROM PTM-SALDO-LOTE
                ADD WRK-PARCELA TO WRK-CONSUMIDO
                REWRITE PONTOMOV-REG
            END-IF.
            IF WRK-CONSUMIDO < WRK-A-CONSUMIR
                PERFORM 5010-LER-MOV
            END-IF.

       9000-FECHAR.
            IF ARQUIVOS-ABERTOS
                CLOSE PONTOS
                CLOSE PONTOS-MOV
                MOVE 'N' TO WRK-ABERTO
            END-IF.

       END PROGRAM PTOLANC.
