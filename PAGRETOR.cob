      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: IMPORTACAO DO ARQUIVO DE RETORNO DE PAGAMENTOS A
      *          FORNECEDOR (LARGURA FIXA, ESTILO CNAB), NO MESMO
      *          FIGURINO DO RETORNO DA COBRANCA (RECBANCO) - CADA
      *          LINHA E CASADA COM O TITULO DE CONTAS A PAGAR PELO
      *          SEU-NUMERO (NUMERO DO TITULO) DA REMESSA PAGREMES.
      *          PAGAMENTO EFETUADO BAIXA O TITULO (TOTAL OU PARCIAL)
      *          E DEIXA LINHA EM PAGMOV.TXT; PAGAMENTO REJEITADO PELO
      *          BANCO SOLTA O TITULO DA REMESSA PARA SAIR NA PROXIMA
      *          E, COMO TODA LINHA SEM CASAMENTO, VAI PARA O ARQUIVO
      *          DE EXCECAO PAGEXCEP.TXT.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGRETOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-PAGTO ASSIGN TO 'PAGRET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT CONTAS-A-PAGAR ASSIGN TO 'CONTASP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-TITULO
               ALTERNATE RECORD KEY IS PAG-NOTA-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT RETORNO-EXCECAO ASSIGN TO 'PAGEXCEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEP.
           SELECT PAGAR-MOVTOS ASSIGN TO 'PAGMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-PAGTO
           LABEL RECORD IS STANDARD.
       01 RETORNO-REG.
           05 RET-TIPO             PIC 9(01).
               88 RET-HEADER       VALUE 0.
               88 RET-DETALHE      VALUE 1.
               88 RET-TRAILER      VALUE 9.
           05 RET-SEU-NUMERO       PIC 9(08).
           05 RET-DATA-PAGTO       PIC 9(08).
           05 RET-VALOR-PAGO       PIC 9(08)V99.
           05 RET-OCORRENCIA       PIC X(02).
               88 RET-PAGO         VALUE '00'.
           05 FILLER               PIC X(51).
       FD  CONTAS-A-PAGAR
           LABEL RECORD IS STANDARD.
           COPY CTAPAG.
       FD  RETORNO-EXCECAO
           LABEL RECORD IS STANDARD.
       01 EXCEP-LINHA.
           05 EXCEP-TITULO      PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-VALOR       PIC 9(08)V99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXCEP-MOTIVO      PIC X(40).
       FD  PAGAR-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY PAGMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-EXCEP     PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-EOF-RETORNO  PIC X(01) VALUE 'N'.
           88 FIM-RETORNO  VALUE 'S'.
       77 WRK-QTD-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PARCIAIS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCECOES  PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-BAIXADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ABERTO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-REMESSA       PIC 9(06) VALUE ZEROS.
       77 WRK-MSG-ERRO      PIC X(40) VALUE SPACES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-RETORNO.
            PERFORM 2000-PROCESSAR UNTIL FIM-RETORNO.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PAGRETOR' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT RETORNO-PAGTO.
            OPEN I-O CONTAS-A-PAGAR.
            OPEN OUTPUT RETORNO-EXCECAO.
            OPEN EXTEND PAGAR-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT PAGAR-MOVTOS
            END-IF.

      *----------------------------------------------------------------
      * SO AS LINHAS DE DETALHE (TIPO 1) CARREGAM PAGAMENTO; HEADER E
      * TRAILER DO RETORNO SAO IGNORADOS.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            IF RET-DETALHE
                ADD 1 TO WRK-QTD-LIDOS
                MOVE SPACES TO WRK-MSG-ERRO
                PERFORM 2100-CASAR-TITULO
                IF WRK-MSG-ERRO = SPACES
                    IF RET-PAGO
                        PERFORM 2200-BAIXAR-TITULO
                    ELSE
                        PERFORM 2300-DEVOLVER-TITULO
                    END-IF
                ELSE
                    PERFORM 2900-GRAVAR-EXCECAO
                END-IF
            END-IF.
            PERFORM 5010-LER-RETORNO.

       2100-CASAR-TITULO.
            MOVE RET-SEU-NUMERO TO PAG-TITULO.
            READ CONTAS-A-PAGAR
                INVALID KEY
                    MOVE 'TITULO NAO ENCONTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    IF PAGAR-LIQUIDADO
                        MOVE 'TITULO JA LIQUIDADO' TO WRK-MSG-ERRO
                    END-IF
                    IF PAGAR-CANCELADO
                        MOVE 'TITULO CANCELADO' TO WRK-MSG-ERRO
                    END-IF
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                AND RET-PAGO
                AND RET-VALOR-PAGO = ZEROS
                MOVE 'VALOR PAGO ZERADO' TO WRK-MSG-ERRO
            END-IF.

      *----------------------------------------------------------------
      * MESMA REGRA DA BAIXA MANUAL (PAGBAIXA): ACUMULA O PAGO NO
      * TITULO E LIQUIDA QUANDO ALCANCA O VALOR. O TITULO SAI DA
      * REMESSA. PAGO ACIMA DO SALDO E BAIXADO (O DINHEIRO JA SAIU)
      * MAS VAI TAMBEM PARA A EXCECAO PARA O FINANCEIRO COBRAR A
      * DIFERENCA DO FORNECEDOR.
      *----------------------------------------------------------------
       2200-BAIXAR-TITULO.
            COMPUTE WRK-VALOR-ABERTO = PAG-VALOR - PAG-VALOR-PAGO.
            MOVE PAG-REMESSA TO WRK-REMESSA.
            ADD RET-VALOR-PAGO TO PAG-VALOR-PAGO.
            IF PAG-VALOR-PAGO >= PAG-VALOR
                SET PAGAR-LIQUIDADO TO TRUE
            END-IF.
            MOVE ZEROS TO PAG-REMESSA.
            MOVE RET-DATA-PAGTO TO PAG-DATA-PAGTO.
            SET PAGTO-BANCO TO TRUE.
            REWRITE PAGAR-REG
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR A BAIXA' TO WRK-MSG-ERRO
                    PERFORM 2900-GRAVAR-EXCECAO
                NOT INVALID KEY
                    PERFORM 2250-GRAVAR-MOVIMENTO
                    ADD RET-VALOR-PAGO TO WRK-TOTAL-BAIXADO
                    IF PAGAR-LIQUIDADO
                        ADD 1 TO WRK-QTD-BAIXADOS
                    ELSE
                        ADD 1 TO WRK-QTD-PARCIAIS
                    END-IF
                    IF RET-VALOR-PAGO > WRK-VALOR-ABERTO
                        MOVE 'PAGO ACIMA DO SALDO - CONFERIR'
                            TO WRK-MSG-ERRO
                        PERFORM 2900-GRAVAR-EXCECAO
                    END-IF
            END-REWRITE.

      *----------------------------------------------------------------
      * REGISTRA O PAGAMENTO EM PAGMOV.TXT COM A SEQUENCIA DA REMESSA
      * COMO DOCUMENTO.
      *----------------------------------------------------------------
       2250-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA     TO PGM-DATA.
            MOVE WRK-DH-HORA     TO PGM-HORA.
            MOVE 'PAGRETOR'      TO PGM-USUARIO.
            MOVE PAG-TITULO      TO PGM-TITULO.
            MOVE PAG-FORNECEDOR  TO PGM-FORNECEDOR.
            MOVE PAG-NOTA-FISCAL TO PGM-NOTA-FISCAL.
            MOVE RET-VALOR-PAGO  TO PGM-VALOR.
            MOVE PAG-FORMA-PAGTO TO PGM-FORMA.
            MOVE RET-DATA-PAGTO  TO PGM-DATA-PAGTO.
            MOVE 'BANCO'         TO PGM-ORIGEM.
            MOVE WRK-REMESSA     TO PGM-DOCUMENTO.
            WRITE PAGMOV-LINHA.

      *----------------------------------------------------------------
      * PAGAMENTO REJEITADO (CONTA INVALIDA, SEM SALDO NO CONVENIO
      * ETC.): O TITULO CONTINUA EM ABERTO, SAI DA REMESSA PARA ENTRAR
      * NA PROXIMA OU SER PAGO A MAO, E A OCORRENCIA DO BANCO VAI
      * PARA A EXCECAO.
      *----------------------------------------------------------------
       2300-DEVOLVER-TITULO.
            MOVE ZEROS TO PAG-REMESSA.
            REWRITE PAGAR-REG
                INVALID KEY
                    DISPLAY 'ERRO AO SOLTAR O TITULO DA REMESSA '
                        PAG-TITULO
            END-REWRITE.
            ADD 1 TO WRK-QTD-REJEITADOS.
            MOVE SPACES TO WRK-MSG-ERRO.
            STRING 'REJEITADO PELO BANCO - OCORRENCIA '
                DELIMITED SIZE
                RET-OCORRENCIA DELIMITED SIZE
                INTO WRK-MSG-ERRO
            END-STRING.
            PERFORM 2900-GRAVAR-EXCECAO.

       2900-GRAVAR-EXCECAO.
            MOVE RET-SEU-NUMERO   TO EXCEP-TITULO.
            MOVE RET-VALOR-PAGO   TO EXCEP-VALOR.
            MOVE WRK-MSG-ERRO     TO EXCEP-MOTIVO.
            WRITE EXCEP-LINHA.
            ADD 1 TO WRK-QTD-EXCECOES.

       5010-LER-RETORNO.
            READ RETORNO-PAGTO
                AT END
                    MOVE 'S' TO WRK-EOF-RETORNO
            END-READ.

       3000-FINALIZAR.
            CLOSE RETORNO-PAGTO.
            CLOSE CONTAS-A-PAGAR.
            CLOSE RETORNO-EXCECAO.
            CLOSE PAGAR-MOVTOS.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'RETORNO DE PAGAMENTOS - RESUMO DA EXECUCAO'.
            DISPLAY 'LINHAS LIDAS...........: ' WRK-QTD-LIDOS.
            DISPLAY 'TITULOS LIQUIDADOS.....: ' WRK-QTD-BAIXADOS.
            DISPLAY 'BAIXAS PARCIAIS........: ' WRK-QTD-PARCIAIS.
            DISPLAY 'REJEITADOS PELO BANCO..: ' WRK-QTD-REJEITADOS.
            DISPLAY 'LINHAS EM EXCECAO......: ' WRK-QTD-EXCECOES.
            DISPLAY 'VALOR TOTAL PAGO.......: ' WRK-TOTAL-BAIXADO.
            DISPLAY 'EXCECOES GRAVADAS EM PAGEXCEP.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-BAIXADOS + WRK-QTD-PARCIAIS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM PAGRETOR.
