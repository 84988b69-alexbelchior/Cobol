      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: IMPORTACAO DO RETORNO DA FOLHA DE PAGAMENTO PARA AS
      *          COMISSOES ENVIADAS PELO COMFOLHA (ARQUIVO FOLHARET.TXT,
      *          UMA LINHA POR VENDEDOR COM ACEITE OU REJEICAO), NO
      *          MESMO FIGURINO DO RETORNO DE PAGAMENTOS (PAGRETOR) -
      *          CADA LINHA E CASADA PELO VENDEDOR+PERIODO E PELO LOTE
      *          COM A LINHA ENVIADA DO RAZAO DE COMISSOES.
      *          ACEITA: O MES PASSA A PAGO E O VALOR ENVIADO ENTRA
      *          COMO PAGO PELA FOLHA NO MES SEGUINTE, ABATENDO O
      *          SALDO TRANSPORTADO (LINHA 'P' EM COMMOV.TXT).
      *          REJEITADA: O MES FICA REJEITADO, O VALOR CONTINUA NO
      *          SALDO E SAI NO ENVIO DO MES SEGUINTE. REJEICOES E
      *          LINHAS SEM CASAMENTO SAEM NO RELATORIO COMFRET.TXT.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMFRET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FOLHA ASSIGN TO 'FOLHARET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT COM-LEDGER ASSIGN TO 'COMLEDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CML-CHAVE
               FILE STATUS IS WRK-FS-LEDGCOM.
           SELECT COM-MOVTOS ASSIGN TO 'COMMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMMOV.
           SELECT REL-RETORNO ASSIGN TO 'COMFRET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * LAYOUT DO RETORNO DA FOLHA - SO AS LINHAS D CONTAM; HEADER E
      * TRAILER QUE A FOLHA MANDAR SAO IGNORADOS.
      *----------------------------------------------------------------
       FD  RETORNO-FOLHA
           LABEL RECORD IS STANDARD.
       01 RETORNO-REG.
           05 RFL-TIPO             PIC X(01).
               88 RFL-DETALHE      VALUE 'D'.
           05 RFL-LOTE             PIC 9(06).
           05 RFL-MATRICULA        PIC 9(08).
           05 RFL-VENDEDOR         PIC 9(04).
           05 RFL-PERIODO          PIC 9(06).
           05 RFL-SITUACAO         PIC X(01).
               88 RFL-ACEITO       VALUE 'A'.
               88 RFL-REJEITADO    VALUE 'R'.
           05 RFL-MOTIVO           PIC X(40).
       FD  COM-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CMLREG.
       FD  COM-MOVTOS
           LABEL RECORD IS STANDARD.
       01 COMMOV-LINHA.
           05 CMV-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-HORA          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-USUARIO       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-VENDEDOR      PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-ANO-MES       PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-TIPO          PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-VALOR         PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-MOTIVO        PIC X(30).
       FD  REL-RETORNO
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGCOM   PIC X(02) VALUE '00'.
       77 WRK-FS-COMMOV    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-RETORNO  PIC X(01) VALUE 'N'.
           88 FIM-RETORNO  VALUE 'S'.
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ACEITOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCECOES  PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ACEITO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-PAGO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MSG-ERRO      PIC X(40) VALUE SPACES.
       77 WRK-RESULTADO     PIC X(70) VALUE SPACES.
       77 WRK-VALOR-ED      PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-PROX-MES-GRP.
           05 WRK-PROX-MES     PIC 9(06) VALUE ZEROS.
           05 WRK-PROX-MES-ED REDEFINES WRK-PROX-MES.
               10 WRK-PM-ANO    PIC 9(04).
               10 WRK-PM-MES    PIC 9(02).
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-RETORNO.
            PERFORM 2000-PROCESSAR UNTIL FIM-RETORNO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'COMFRET' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT RETORNO-FOLHA.
            OPEN I-O COM-LEDGER.
            IF WRK-FS-LEDGCOM = '35'
                CLOSE COM-LEDGER
                OPEN OUTPUT COM-LEDGER
                CLOSE COM-LEDGER
                OPEN I-O COM-LEDGER
            END-IF.
            OPEN EXTEND COM-MOVTOS.
            IF WRK-FS-COMMOV NOT = '00'
                OPEN OUTPUT COM-MOVTOS
            END-IF.
            OPEN OUTPUT REL-RETORNO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'RETORNO DA FOLHA - COMISSOES   DATA: '
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
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'LOTE   VEND PERIODO MATRICULA         VALOR '
                DELIMITED SIZE
                'RESULTADO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       2000-PROCESSAR.
            IF RFL-DETALHE
                ADD 1 TO WRK-QTD-LIDOS
                MOVE SPACES TO WRK-MSG-ERRO
                PERFORM 2100-CASAR-LINHA
                IF WRK-MSG-ERRO = SPACES
                    EVALUATE TRUE
                        WHEN RFL-ACEITO
                            PERFORM 2200-ACEITAR
                        WHEN RFL-REJEITADO
                            PERFORM 2300-REJEITAR
                        WHEN OTHER
                            MOVE 'SITUACAO DESCONHECIDA NO RETORNO'
                                TO WRK-MSG-ERRO
                    END-EVALUATE
                END-IF
                IF WRK-MSG-ERRO NOT = SPACES
                    PERFORM 2900-GRAVAR-EXCECAO
                END-IF
            END-IF.
            PERFORM 5010-LER-RETORNO.

       2100-CASAR-LINHA.
            MOVE RFL-VENDEDOR TO CML-VENDEDOR.
            MOVE RFL-PERIODO TO CML-ANO-MES.
            READ COM-LEDGER
                INVALID KEY
                    MOVE 'VENDEDOR/PERIODO NAO ENCONTRADO'
                        TO WRK-MSG-ERRO
                NOT INVALID KEY
                    IF NOT FOLHA-ENVIADO
                        MOVE 'LINHA NAO ESTA AGUARDANDO RETORNO'
                            TO WRK-MSG-ERRO
                    ELSE
                        IF CML-FOLHA-LOTE NOT = RFL-LOTE
                            MOVE 'LOTE DIFERENTE DO ENVIADO'
                                TO WRK-MSG-ERRO
                        END-IF
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * ACEITE - PRIMEIRO ABATE O VALOR ENVIADO NO MES SEGUINTE (O
      * COMMANU NAO DEIXA FECHA-LO ENQUANTO ESTE MES AGUARDA A FOLHA),
      * DEPOIS MARCA ESTE MES COMO ACEITO.
      *----------------------------------------------------------------
       2200-ACEITAR.
            MOVE CML-FOLHA-VALOR TO WRK-VALOR-PAGO.
            MOVE CML-ANO-MES TO WRK-PROX-MES.
            IF WRK-PM-MES = 12
                MOVE 01 TO WRK-PM-MES
                ADD 1 TO WRK-PM-ANO
            ELSE
                ADD 1 TO WRK-PM-MES
            END-IF.
            MOVE RFL-VENDEDOR TO CML-VENDEDOR.
            MOVE WRK-PROX-MES TO CML-ANO-MES.
            READ COM-LEDGER
                INVALID KEY
                    MOVE RFL-VENDEDOR TO CML-VENDEDOR
                    MOVE WRK-PROX-MES TO CML-ANO-MES
                    MOVE ZEROS TO CML-GANHO
                    MOVE ZEROS TO CML-AJUSTES
                    MOVE ZEROS TO CML-ADIANTAMENTOS
                    MOVE ZEROS TO CML-SALDO-ANTERIOR
                    MOVE ZEROS TO CML-SALDO
                    MOVE 'A' TO CML-STATUS
                    MOVE ZEROS TO CML-PAGO-FOLHA
                    MOVE SPACE TO CML-FOLHA-STATUS
                    MOVE ZEROS TO CML-FOLHA-LOTE
                    MOVE ZEROS TO CML-FOLHA-VALOR
            END-READ.
            IF COMIS-MES-FECHADO
                MOVE 'MES SEGUINTE JA FECHADO - ACERTO MANUAL'
                    TO WRK-MSG-ERRO
            ELSE
                ADD WRK-VALOR-PAGO TO CML-PAGO-FOLHA
                COMPUTE CML-SALDO = CML-SALDO-ANTERIOR
                    + CML-GANHO + CML-AJUSTES
                    - CML-ADIANTAMENTOS - CML-PAGO-FOLHA
                REWRITE COM-LEDGER-REG
                    INVALID KEY
                        WRITE COM-LEDGER-REG
                END-REWRITE
                MOVE 'P' TO CMV-TIPO
                MOVE 'PAGO PELA FOLHA' TO CMV-MOTIVO
                COMPUTE CMV-VALOR = WRK-VALOR-PAGO * -1
                PERFORM 2400-GRAVAR-MOVIMENTO
                PERFORM 2210-MARCAR-ACEITO
            END-IF.

       2210-MARCAR-ACEITO.
            MOVE RFL-VENDEDOR TO CML-VENDEDOR.
            MOVE RFL-PERIODO TO CML-ANO-MES.
            READ COM-LEDGER
                INVALID KEY
                    MOVE 'VENDEDOR/PERIODO NAO RELIDO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    SET FOLHA-ACEITO TO TRUE
                    REWRITE COM-LEDGER-REG
                    ADD 1 TO WRK-QTD-ACEITOS
                    ADD WRK-VALOR-PAGO TO WRK-TOTAL-ACEITO
                    MOVE 'ACEITO - PAGO PELA FOLHA' TO WRK-RESULTADO
                    PERFORM 2500-LISTAR-LINHA
            END-READ.

      *----------------------------------------------------------------
      * REJEICAO - NADA E ABATIDO: O VALOR SEGUE NO SALDO TRANSPORTADO
      * E VAI NO ENVIO DO MES SEGUINTE, DEPOIS DE O RH ACERTAR O
      * MOTIVO (MATRICULA, DESLIGAMENTO ETC.).
      *----------------------------------------------------------------
       2300-REJEITAR.
            MOVE CML-FOLHA-VALOR TO WRK-VALOR-PAGO.
            SET FOLHA-REJEITADO TO TRUE.
            REWRITE COM-LEDGER-REG
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR A REJEICAO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    ADD 1 TO WRK-QTD-REJEITADOS
                    MOVE 'R' TO CMV-TIPO
                    MOVE RFL-MOTIVO TO CMV-MOTIVO
                    MOVE ZEROS TO CMV-VALOR
                    PERFORM 2400-GRAVAR-MOVIMENTO
                    MOVE SPACES TO WRK-RESULTADO
                    STRING 'REJEITADO PELA FOLHA - ' DELIMITED SIZE
                        RFL-MOTIVO DELIMITED SIZE
                        INTO WRK-RESULTADO
                    END-STRING
                    PERFORM 2500-LISTAR-LINHA
            END-REWRITE.

       2400-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA TO CMV-DATA.
            MOVE WRK-DH-HORA TO CMV-HORA.
            MOVE 'COMFRET' TO CMV-USUARIO.
            MOVE CML-VENDEDOR TO CMV-VENDEDOR.
            MOVE CML-ANO-MES TO CMV-ANO-MES.
            WRITE COMMOV-LINHA.

      *----------------------------------------------------------------
      * LINHA DO RELATORIO - O RESULTADO CHEGA PRONTO EM WRK-RESULTADO
      * E VAI PARA O FIM DA LINHA, DEPOIS DA IDENTIFICACAO DO RETORNO.
      *----------------------------------------------------------------
       2500-LISTAR-LINHA.
            MOVE WRK-VALOR-PAGO TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING RFL-LOTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                RFL-VENDEDOR DELIMITED SIZE
                ' ' DELIMITED SIZE
                RFL-PERIODO DELIMITED SIZE
                '  ' DELIMITED SIZE
                RFL-MATRICULA DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-RESULTADO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       2900-GRAVAR-EXCECAO.
            ADD 1 TO WRK-QTD-EXCECOES.
            MOVE ZEROS TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING RFL-LOTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                RFL-VENDEDOR DELIMITED SIZE
                ' ' DELIMITED SIZE
                RFL-PERIODO DELIMITED SIZE
                '  ' DELIMITED SIZE
                RFL-MATRICULA DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                ' EXCECAO - ' DELIMITED SIZE
                WRK-MSG-ERRO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       5010-LER-RETORNO.
            READ RETORNO-FOLHA
                AT END
                    MOVE 'S' TO WRK-EOF-RETORNO
            END-READ.

       3000-FINALIZAR.
            MOVE WRK-TOTAL-ACEITO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'LIDOS: ' DELIMITED SIZE
                WRK-QTD-LIDOS DELIMITED SIZE
                '  ACEITOS: ' DELIMITED SIZE
                WRK-QTD-ACEITOS DELIMITED SIZE
                '  REJEITADOS: ' DELIMITED SIZE
                WRK-QTD-REJEITADOS DELIMITED SIZE
                '  EXCECOES: ' DELIMITED SIZE
                WRK-QTD-EXCECOES DELIMITED SIZE
                '  TOTAL PAGO: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE RETORNO-FOLHA.
            CLOSE COM-LEDGER.
            CLOSE COM-MOVTOS.
            CLOSE REL-RETORNO.
            DISPLAY 'RETORNO DA FOLHA - LIDOS: ' WRK-QTD-LIDOS
                ' ACEITOS: ' WRK-QTD-ACEITOS
                ' REJEITADOS: ' WRK-QTD-REJEITADOS
                ' EXCECOES: ' WRK-QTD-EXCECOES.
            MOVE 'F' TO JBL-EVENTO.
            IF WRK-QTD-REJEITADOS > ZEROS OR WRK-QTD-EXCECOES > ZEROS
                MOVE 4 TO JBL-RETORNO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZEROS TO JBL-RETORNO
            END-IF.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-ACEITOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM COMFRET.
