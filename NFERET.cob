      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: IMPORTACAO DO RETORNO DE AUTORIZACAO DA NF-E
      *          (NFERETOR.TXT, LARGURA FIXA DO TRANSMISSOR) - CADA
      *          LINHA E CASADA COM A NOTA ENVIADA PELO NFEEXP E GRAVA
      *          NELA A CHAVE DE ACESSO, O PROTOCOLO, A DATA E A
      *          SITUACAO (AUTORIZADA, REJEITADA, CANCELAMENTO
      *          HOMOLOGADO OU NEGADO). NOTA REJEITADA, CANCELAMENTO
      *          NEGADO E LINHA SEM CASAMENTO VAO PARA A LISTA DE
      *          EXCECAO (NFEEXCEP.TXT), NO MESMO PADRAO DO
      *          BCOEXCEP.TXT DO RETORNO BANCARIO - O FISCAL CORRIGE E
      *          REENVIA PELO NFEEXP NO MODO R.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Atualiza os totais de controle do NOTAS (rotina
      *                 TOTCTL) a cada retorno aplicado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFERET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-RETORNO ASSIGN TO 'NFERETOR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT NOTAS-EMITIDAS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT NFE-EXCECAO ASSIGN TO 'NFEEXCEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  NFE-RETORNO
           LABEL RECORD IS STANDARD.
       01 RETORNO-REG.
           05 RTN-TIPO             PIC 9(01).
               88 RTN-HEADER       VALUE 0.
               88 RTN-DETALHE      VALUE 1.
               88 RTN-TRAILER      VALUE 9.
           05 RTN-LOTE             PIC 9(06).
           05 RTN-NOTA             PIC 9(06).
           05 RTN-SITUACAO         PIC X(01).
               88 RTN-AUTORIZADA   VALUE 'A'.
               88 RTN-REJEITADA    VALUE 'R'.
               88 RTN-CANC-HOMOLOG VALUE 'H'.
               88 RTN-CANC-NEGADO  VALUE 'N'.
           05 RTN-CHAVE            PIC X(44).
           05 RTN-PROTOCOLO        PIC X(15).
           05 RTN-DATA             PIC 9(08).
           05 RTN-MOTIVO           PIC X(60).
           05 FILLER               PIC X(09).
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  NFE-EXCECAO
           LABEL RECORD IS STANDARD.
       01 EXCEP-LINHA.
           05 EXCEP-NOTA        PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-LOTE        PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-SITUACAO    PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-MOTIVO      PIC X(60).
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-EXCEP     PIC X(02) VALUE '00'.
       77 WRK-EOF-RETORNO  PIC X(01) VALUE 'N'.
           88 FIM-RETORNO  VALUE 'S'.
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AUTORIZ   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEIT    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CANCEL    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCECOES  PIC 9(06) VALUE ZEROS.
       77 WRK-MSG-ERRO      PIC X(60) VALUE SPACES.
           COPY JOBLREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-RETORNO.
            PERFORM 2000-PROCESSAR UNTIL FIM-RETORNO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'NFERET' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT NFE-RETORNO.
            OPEN I-O NOTAS-EMITIDAS.
            OPEN OUTPUT NFE-EXCECAO.

      *----------------------------------------------------------------
      * SO AS LINHAS DE DETALHE (TIPO 1) CARREGAM SITUACAO; HEADER E
      * TRAILER DO RETORNO SAO IGNORADOS.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            IF RTN-DETALHE
                ADD 1 TO WRK-QTD-LIDOS
                MOVE SPACES TO WRK-MSG-ERRO
                PERFORM 2100-CASAR-NOTA
                IF WRK-MSG-ERRO = SPACES
                    PERFORM 2200-ATUALIZAR-NOTA
                ELSE
                    PERFORM 2900-GRAVAR-EXCECAO
                END-IF
            END-IF.
            PERFORM 5010-LER-RETORNO.

      *----------------------------------------------------------------
      * AUTORIZACAO E REJEICAO SO VALEM PARA NOTA ENVIADA; A RESPOSTA
      * DO CANCELAMENTO SO VALE PARA CANCELAMENTO ENVIADO. RETORNO
      * REPETIDO (NOTA JA ATUALIZADA) VIRA EXCECAO, NAO REGRAVA.
      *----------------------------------------------------------------
       2100-CASAR-NOTA.
            MOVE RTN-NOTA TO NOT-NUMERO.
            READ NOTAS-EMITIDAS
                INVALID KEY
                    MOVE 'NOTA NAO ENCONTRADA' TO WRK-MSG-ERRO
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                EVALUATE TRUE
                    WHEN RTN-AUTORIZADA OR RTN-REJEITADA
                        IF NOT NFE-ENVIADA
                            MOVE 'NOTA NAO ESTAVA EM TRANSMISSAO'
                                TO WRK-MSG-ERRO
                        END-IF
                    WHEN RTN-CANC-HOMOLOG OR RTN-CANC-NEGADO
                        IF NOT NFE-CANC-ENVIADO
                            MOVE 'CANCELAMENTO NAO ENVIADO'
                                TO WRK-MSG-ERRO
                        END-IF
                    WHEN OTHER
                        MOVE 'SITUACAO DE RETORNO INVALIDA'
                            TO WRK-MSG-ERRO
                END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * REJEITADA E CANCELAMENTO NEGADO GUARDAM O MOTIVO NA NOTA E
      * TAMBEM SAEM NA LISTA DE EXCECAO, QUE E A LISTA DE TRABALHO DO
      * FISCAL. O CANCELAMENTO NEGADO VOLTA A NOTA PARA AUTORIZADA.
      *----------------------------------------------------------------
       2200-ATUALIZAR-NOTA.
            MOVE NOTA-REG TO TCA-ANTES.
            MOVE RTN-DATA TO NOT-NFE-DATA.
            EVALUATE TRUE
                WHEN RTN-AUTORIZADA
                    SET NFE-AUTORIZADA TO TRUE
                    MOVE RTN-CHAVE TO NOT-NFE-CHAVE
                    MOVE RTN-PROTOCOLO TO NOT-NFE-PROTOCOLO
                    MOVE SPACES TO NOT-NFE-MOTIVO
                    ADD 1 TO WRK-QTD-AUTORIZ
                WHEN RTN-REJEITADA
                    SET NFE-REJEITADA TO TRUE
                    MOVE RTN-MOTIVO TO NOT-NFE-MOTIVO
                    MOVE RTN-MOTIVO TO WRK-MSG-ERRO
                    ADD 1 TO WRK-QTD-REJEIT
                WHEN RTN-CANC-HOMOLOG
                    SET NFE-CANC-HOMOLOG TO TRUE
                    MOVE SPACES TO NOT-NFE-MOTIVO
                    ADD 1 TO WRK-QTD-CANCEL
                WHEN RTN-CANC-NEGADO
                    SET NFE-AUTORIZADA TO TRUE
                    MOVE RTN-MOTIVO TO NOT-NFE-MOTIVO
                    MOVE RTN-MOTIVO TO WRK-MSG-ERRO
            END-EVALUATE.
            REWRITE NOTA-REG
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR A NOTA' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8960-CONTROLE-NOTA
            END-REWRITE.
            IF WRK-MSG-ERRO NOT = SPACES
                PERFORM 2900-GRAVAR-EXCECAO
            END-IF.

       2900-GRAVAR-EXCECAO.
            MOVE RTN-NOTA      TO EXCEP-NOTA.
            MOVE RTN-LOTE      TO EXCEP-LOTE.
            MOVE RTN-SITUACAO  TO EXCEP-SITUACAO.
            MOVE WRK-MSG-ERRO  TO EXCEP-MOTIVO.
            WRITE EXCEP-LINHA.
            ADD 1 TO WRK-QTD-EXCECOES.

       5010-LER-RETORNO.
            READ NFE-RETORNO
                AT END
                    MOVE 'S' TO WRK-EOF-RETORNO
            END-READ.

       3000-FINALIZAR.
            CLOSE NFE-RETORNO.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NFE-EXCECAO.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'RETORNO DA NF-E - RESUMO DA EXECUCAO'.
            DISPLAY 'LINHAS LIDAS...........: ' WRK-QTD-LIDOS.
            DISPLAY 'NOTAS AUTORIZADAS......: ' WRK-QTD-AUTORIZ.
            DISPLAY 'NOTAS REJEITADAS.......: ' WRK-QTD-REJEIT.
            DISPLAY 'CANCELAMENTOS HOMOLOG..: ' WRK-QTD-CANCEL.
            DISPLAY 'LINHAS EM EXCECAO......: ' WRK-QTD-EXCECOES.
            DISPLAY 'EXCECOES GRAVADAS EM NFEEXCEP.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-AUTORIZ + WRK-QTD-REJEIT
                + WRK-QTD-CANCEL.
            CALL 'JOBLOG' USING JOBLOG-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8960-CONTROLE-NOTA.
            MOVE 'NOTAS' TO TCA-ARQUIVO.
            MOVE 'NFERET' TO TCA-PROGRAMA.
            MOVE NOTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM NFERET.
