      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE CAPTURA DE NUMEROS DE SERIE DOS
      *          PRODUTOS SERIALIZADOS (PRO-SERIALIZADO = 'S') - PEDE
      *          UMA SERIE POR UNIDADE MOVIMENTADA, CONFERE CADA UMA
      *          CONTRA A SITUACAO NO CADASTRO SERIAIS (ENTRADA SO DE
      *          SERIE NOVA; SAIDA E TRANSFERENCIA SO DE SERIE EM
      *          ESTOQUE NO ARMAZEM; DEVOLUCAO SO DE SERIE VENDIDA AO
      *          CLIENTE) E CONTRA AS JA DIGITADAS, E SO GRAVA QUANDO
      *          A QUANTIDADE INTEIRA FOI ACEITA - ASSIM O NUMERO DE
      *          SERIES SEMPRE BATE COM A QUANTIDADE DO ESTOQUE. CADA
      *          SERIE GRAVADA GANHA UMA LINHA EM SERHIST.TXT.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Evento M - consumo da serie na ordem de
      *                 montagem/desmontagem (sai do estoque como na
      *                 saida, situacao M); a entrada da ordem aceita
      *                 de volta a serie consumida. Modos 'C' (so
      *                 captura e devolve a lista) e 'G' (grava a lista
      *                 ja conferida), para o movimento de varios
      *                 produtos gravado de uma vez.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERCAPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAIS ASSIGN TO 'SERIAIS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CHAVE
               FILE STATUS IS WRK-FS-SERIAIS.
           SELECT SERIE-HISTORICO ASSIGN TO 'SERHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  SERIAIS
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  SERIE-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY SRHREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-SERIAIS   PIC X(02) VALUE '00'.
       77 WRK-FS-HIST      PIC X(02) VALUE '00'.
       77 WRK-MAX-SERIES   PIC 9(03) VALUE 100.
       77 WRK-QTD-TOTAL    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDAS    PIC 9(03) VALUE ZEROS.
       77 WRK-SUB          PIC 9(03) VALUE ZEROS.
       77 WRK-SERIE        PIC X(20) VALUE SPACES.
       77 WRK-ABANDONO     PIC X(01) VALUE 'N'.
           88 CAPTURA-ABANDONADA VALUE 'S'.
       77 WRK-REPETIDA     PIC X(01) VALUE 'N'.
           88 SERIE-REPETIDA VALUE 'S'.
       77 WRK-SERIE-OK     PIC X(01) VALUE 'N'.
           88 SERIE-OK     VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------
      * SERIES ACEITAS NA CAPTURA - SO VAO PARA O CADASTRO DEPOIS QUE
      * A QUANTIDADE INTEIRA FOI DIGITADA.
      *----------------------------------------------------------------
       01 WRK-SERIES.
           05 WRK-SERIE-LIDA PIC X(20) OCCURS 100 TIMES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       LINKAGE SECTION.
           COPY SCPREG.
       PROCEDURE DIVISION USING SERCAPT-AREA.
       0000-PRINCIPAL SECTION.
            MOVE 'N' TO SCP-CAPTURA-OK.
            MOVE 'N' TO WRK-ABANDONO.
            MOVE ZEROS TO WRK-QTD-LIDAS.
            MOVE SCP-QUANTIDADE TO WRK-QTD-TOTAL.
            IF SCP-DEVOLUCAO
                ADD SCP-QTD-SUCATA TO WRK-QTD-TOTAL
            END-IF.
            EVALUATE TRUE
                WHEN WRK-QTD-TOTAL = ZEROS
                    MOVE 'S' TO SCP-CAPTURA-OK
                WHEN WRK-QTD-TOTAL > WRK-MAX-SERIES
                    DISPLAY 'PRODUTO SERIALIZADO - NO MAXIMO '
                        WRK-MAX-SERIES ' UNIDADES POR MOVIMENTO; '
                        'QUEBRE A QUANTIDADE'
                WHEN SCP-MODO-GRAVAR
                    PERFORM 0200-GRAVAR-LISTA
                WHEN OTHER
                    PERFORM 0100-CAPTURAR
            END-EVALUATE.
            GOBACK.

       0100-CAPTURAR.
            PERFORM 0300-ABRIR-ARQUIVOS.
            DISPLAY 'PRODUTO SERIALIZADO - INFORME ' WRK-QTD-TOTAL
                ' NUMERO(S) DE SERIE'.
            PERFORM 1000-PEDIR-SERIE
                UNTIL WRK-QTD-LIDAS = WRK-QTD-TOTAL
                OR CAPTURA-ABANDONADA.
            IF CAPTURA-ABANDONADA
                DISPLAY 'CAPTURA DE SERIES ABANDONADA - NADA GRAVADO'
            ELSE
                IF SCP-MODO-CONFERIR
                    MOVE WRK-SERIES TO SCP-LISTA
                ELSE
                    MOVE ZEROS TO WRK-SUB
                    PERFORM 2000-GRAVAR-SERIE WRK-QTD-TOTAL TIMES
                END-IF
                MOVE 'S' TO SCP-CAPTURA-OK
            END-IF.
            CLOSE SERIAIS.
            CLOSE SERIE-HISTORICO.

      *----------------------------------------------------------------
      * GRAVACAO DAS SERIES CONFERIDAS NUMA CHAMADA ANTERIOR NO MODO
      * 'C' - O CHAMADOR DEVOLVE A LISTA EM SCP-LISTA, NADA E PEDIDO.
      *----------------------------------------------------------------
       0200-GRAVAR-LISTA.
            PERFORM 0300-ABRIR-ARQUIVOS.
            MOVE SCP-LISTA TO WRK-SERIES.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2000-GRAVAR-SERIE WRK-QTD-TOTAL TIMES.
            MOVE 'S' TO SCP-CAPTURA-OK.
            CLOSE SERIAIS.
            CLOSE SERIE-HISTORICO.

       0300-ABRIR-ARQUIVOS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN I-O SERIAIS.
            IF WRK-FS-SERIAIS = '35'
                CLOSE SERIAIS
                OPEN OUTPUT SERIAIS
                CLOSE SERIAIS
                OPEN I-O SERIAIS
            END-IF.
            OPEN EXTEND SERIE-HISTORICO.
            IF WRK-FS-HIST NOT = '00'
                OPEN OUTPUT SERIE-HISTORICO
            END-IF.

      *----------------------------------------------------------------
      * UMA SERIE POR VEZ - '*' ABANDONA A CAPTURA INTEIRA (E O
      * CHAMADOR NAO MOVIMENTA O ESTOQUE); SERIE RECUSADA E PEDIDA
      * DE NOVO.
      *----------------------------------------------------------------
       1000-PEDIR-SERIE.
            ADD 1 TO WRK-QTD-LIDAS.
            IF SCP-DEVOLUCAO
                IF WRK-QTD-LIDAS > SCP-QUANTIDADE
                    DISPLAY 'SERIE SUCATEADA ' WRK-QTD-LIDAS ' DE '
                        WRK-QTD-TOTAL ' (* = ABANDONAR).. '
                ELSE
                    DISPLAY 'SERIE PARA REESTOQUE ' WRK-QTD-LIDAS
                        ' DE ' WRK-QTD-TOTAL ' (* = ABANDONAR).. '
                END-IF
            ELSE
                DISPLAY 'SERIE ' WRK-QTD-LIDAS ' DE ' WRK-QTD-TOTAL
                    ' (* = ABANDONAR).. '
            END-IF.
            MOVE SPACES TO WRK-SERIE.
            ACCEPT WRK-SERIE.
            MOVE 'N' TO WRK-SERIE-OK.
            EVALUATE TRUE
                WHEN WRK-SERIE = '*'
                    MOVE 'S' TO WRK-ABANDONO
                WHEN WRK-SERIE = SPACES
                    DISPLAY 'SERIE EM BRANCO'
                WHEN OTHER
                    PERFORM 1100-CONFERIR-REPETIDA
                    IF SERIE-REPETIDA
                        DISPLAY 'SERIE JA INFORMADA NESTE MOVIMENTO'
                    ELSE
                        PERFORM 1200-CONFERIR-SITUACAO
                    END-IF
            END-EVALUATE.
            IF SERIE-OK
                MOVE WRK-SERIE TO WRK-SERIE-LIDA (WRK-QTD-LIDAS)
            ELSE
                SUBTRACT 1 FROM WRK-QTD-LIDAS
            END-IF.

       1100-CONFERIR-REPETIDA.
            MOVE 'N' TO WRK-REPETIDA.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 1110-COMPARAR-SERIE
                UNTIL WRK-SUB >= WRK-QTD-LIDAS - 1
                OR SERIE-REPETIDA.

       1110-COMPARAR-SERIE.
            ADD 1 TO WRK-SUB.
            IF WRK-SERIE-LIDA (WRK-SUB) = WRK-SERIE
                MOVE 'S' TO WRK-REPETIDA
            END-IF.

      *----------------------------------------------------------------
      * A SITUACAO EXIGIDA DEPENDE DO EVENTO - A SERIE QUE NAO ESTA
      * ONDE O MOVIMENTO DIZ QUE ESTA E RECUSADA COM O MOTIVO. NA
      * ENTRADA DE UMA ORDEM DE MONTAGEM/DESMONTAGEM A SERIE CONSUMIDA
      * NUMA ORDEM ANTERIOR (SITUACAO M) VOLTA AO ESTOQUE.
      *----------------------------------------------------------------
       1200-CONFERIR-SITUACAO.
            MOVE SCP-PRODUTO TO SER-PRODUTO.
            MOVE WRK-SERIE TO SER-NUMERO.
            READ SERIAIS
                INVALID KEY
                    IF SCP-ENTRADA
                        MOVE 'S' TO WRK-SERIE-OK
                    ELSE
                        DISPLAY 'SERIE NAO CADASTRADA PARA O PRODUTO'
                    END-IF
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN SCP-ENTRADA AND SERIAL-CONSUMIDO
                            AND (SCP-ORIGEM = 'MONTAGEM'
                                OR SCP-ORIGEM = 'DESMONTAG')
                            MOVE 'S' TO WRK-SERIE-OK
                        WHEN SCP-ENTRADA
                            DISPLAY 'SERIE JA CADASTRADA - SITUACAO '
                                SER-STATUS
                        WHEN SCP-DEVOLUCAO
                            IF NOT SERIAL-VENDIDO
                                DISPLAY 'SERIE NAO CONSTA COMO VENDIDA'
                                    ' - SITUACAO ' SER-STATUS
                            ELSE
                                IF SCP-CLIENTE NOT = ZEROS
                                    AND SER-CLIENTE NOT = SCP-CLIENTE
                                    DISPLAY 'SERIE VENDIDA A OUTRO '
                                        'CLIENTE (' SER-CLIENTE ')'
                                ELSE
                                    MOVE 'S' TO WRK-SERIE-OK
                                END-IF
                            END-IF
                        WHEN OTHER
                            IF NOT SERIAL-EM-ESTOQUE
                                DISPLAY 'SERIE NAO ESTA EM ESTOQUE - '
                                    'SITUACAO ' SER-STATUS
                            ELSE
                                IF SER-ARMAZEM NOT = SCP-ARMAZEM
                                    DISPLAY 'SERIE ESTA NO ARMAZEM '
                                        SER-ARMAZEM
                                ELSE
                                    MOVE 'S' TO WRK-SERIE-OK
                                END-IF
                            END-IF
                    END-EVALUATE
            END-READ.

      *----------------------------------------------------------------
      * GRAVA A NOVA SITUACAO DA SERIE E A LINHA DE HISTORICO.
      *----------------------------------------------------------------
       2000-GRAVAR-SERIE.
            ADD 1 TO WRK-SUB.
            MOVE SCP-PRODUTO TO SER-PRODUTO.
            MOVE WRK-SERIE-LIDA (WRK-SUB) TO SER-NUMERO.
            READ SERIAIS
                INVALID KEY
                    INITIALIZE SERIAL-REG
                    MOVE SCP-PRODUTO TO SER-PRODUTO
                    MOVE WRK-SERIE-LIDA (WRK-SUB) TO SER-NUMERO
            END-READ.
            MOVE SCP-EVENTO TO SRH-EVENTO.
            EVALUATE TRUE
                WHEN SCP-ENTRADA
                    MOVE 'E' TO SER-STATUS
                    MOVE SCP-ARMAZEM TO SER-ARMAZEM
                    IF SER-DATA-ENTRADA = ZEROS
                        MOVE SCP-FORNECEDOR TO SER-FORNECEDOR
                        IF SCP-ORIGEM = 'OC'
                            MOVE SCP-DOCUMENTO TO SER-OC
                        END-IF
                        MOVE WRK-DATA-HOJE TO SER-DATA-ENTRADA
                    END-IF
                WHEN SCP-CONSUMO
                    MOVE 'M' TO SER-STATUS
                    MOVE WRK-DATA-HOJE TO SER-DATA-SAIDA
                WHEN SCP-SAIDA
                    MOVE 'V' TO SER-STATUS
                    MOVE SCP-CLIENTE TO SER-CLIENTE
                    MOVE SCP-DOCUMENTO TO SER-PEDIDO
                    MOVE WRK-DATA-HOJE TO SER-DATA-SAIDA
                WHEN SCP-TRANSFERENCIA
                    MOVE SCP-ARMAZEM-DEST TO SER-ARMAZEM
                WHEN SCP-DEVOLUCAO
                    MOVE SCP-DOCUMENTO TO SER-RMA
                    MOVE WRK-DATA-HOJE TO SER-DATA-DEVOLUCAO
                    IF WRK-SUB > SCP-QUANTIDADE
                        MOVE 'B' TO SER-STATUS
                        MOVE 'B' TO SRH-EVENTO
                    ELSE
                        MOVE 'E' TO SER-STATUS
                        MOVE SCP-ARMAZEM TO SER-ARMAZEM
                    END-IF
            END-EVALUATE.
            MOVE WRK-DATA-HOJE TO SER-DATA-ULT-MOV.
            REWRITE SERIAL-REG
                INVALID KEY
                    WRITE SERIAL-REG
            END-REWRITE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA      TO SRH-DATA.
            MOVE WRK-DH-HORA      TO SRH-HORA.
            MOVE SCP-USUARIO      TO SRH-USUARIO.
            MOVE SER-PRODUTO      TO SRH-PRODUTO.
            MOVE SER-NUMERO       TO SRH-NUMERO.
            MOVE SCP-ORIGEM       TO SRH-ORIGEM.
            MOVE SCP-DOCUMENTO    TO SRH-DOCUMENTO.
            IF SCP-TRANSFERENCIA
                MOVE SCP-ARMAZEM-DEST TO SRH-ARMAZEM
            ELSE
                MOVE SCP-ARMAZEM  TO SRH-ARMAZEM
            END-IF.
            MOVE SCP-FORNECEDOR   TO SRH-FORNECEDOR.
            MOVE SCP-CLIENTE      TO SRH-CLIENTE.
            WRITE SRH-LINHA.

       END PROGRAM SERCAPT.
