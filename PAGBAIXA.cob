      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: BAIXA MANUAL DE TITULOS DE CONTAS A PAGAR - O
      *          OPERADOR INFORMA O NUMERO DO TITULO, O VALOR PAGO, A
      *          FORMA (CHEQUE EMITIDO, DINHEIRO OU TRANSFERENCIA FEITA
      *          FORA DA REMESSA) E A DATA; O TITULO E LIQUIDADO
      *          (TOTAL OU PARCIALMENTE, DEIXANDO O RESIDUAL EM ABERTO)
      *          E O PAGAMENTO DEIXA LINHA EM PAGMOV.TXT, COMO A BAIXA
      *          DO RETORNO DO BANCO (PAGRETOR). TITULO BLOQUEADO NA
      *          CONFERENCIA DE TRES VIAS OU PRESO EM REMESSA AINDA
      *          SEM RETORNO E RECUSADO - NAO SE PAGA DUAS VEZES.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGBAIXA.
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
           SELECT PAGAR-MOVTOS ASSIGN TO 'PAGMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-PAGAR
           LABEL RECORD IS STANDARD.
           COPY CTAPAG.
       FD  PAGAR-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY PAGMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-TITULO       PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-PAGO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MSG-ERRO     PIC X(50) VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-FORMA-PAGTO  PIC X(01) VALUE SPACE.
           88 FORMA-DINHEIRO      VALUE 'D'.
           88 FORMA-TRANSFERENCIA VALUE 'T'.
           88 FORMA-CHEQUE        VALUE 'C'.
           88 FORMA-VALIDA        VALUE 'D' 'T' 'C'.
       77 WRK-CHQ-NUMERO   PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PAGTO   PIC 9(08) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY TRVREG.
           COPY SESREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'PAGBAIXA' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-PROCESSAR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'PAGBAIXA' TO SES-PROGRAMA.
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
            OPEN EXTEND PAGAR-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT PAGAR-MOVTOS
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'PAGBAIXA' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       2000-PROCESSAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            DISPLAY 'BAIXA MANUAL DE CONTAS A PAGAR'.
            DISPLAY 'NUMERO DO TITULO.. '.
            ACCEPT WRK-TITULO.
            MOVE WRK-TITULO TO PAG-TITULO.
            READ CONTAS-A-PAGAR
                INVALID KEY
                    MOVE 'TITULO NAO ENCONTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    PERFORM 2050-CONFERIR-TITULO
            END-READ.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO
            ELSE
                PERFORM 2100-PAGAR-VALOR
            END-IF.

      *----------------------------------------------------------------
      * SO SE PAGA TITULO EM ABERTO E LIBERADO NA CONFERENCIA; TITULO
      * QUE ESTA NUMA REMESSA AO BANCO ESPERA O RETORNO (PAGRETOR) -
      * PAGAR A MAO EM CIMA DELE SAIRIA O DINHEIRO DUAS VEZES.
      *----------------------------------------------------------------
       2050-CONFERIR-TITULO.
            IF PAGAR-LIQUIDADO
                MOVE 'TITULO JA LIQUIDADO' TO WRK-MSG-ERRO
            END-IF.
            IF PAGAR-CANCELADO
                MOVE 'TITULO CANCELADO' TO WRK-MSG-ERRO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                AND NOT PAGAR-LIBERADO
                MOVE 'TITULO BLOQUEADO NA CONFERENCIA NOTA X OC'
                    TO WRK-MSG-ERRO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                AND PAG-REMESSA NOT = ZEROS
                MOVE 'TITULO EM REMESSA AO BANCO AGUARDANDO RETORNO'
                    TO WRK-MSG-ERRO
            END-IF.

       2100-PAGAR-VALOR.
            COMPUTE WRK-VALOR-ABERTO = PAG-VALOR - PAG-VALOR-PAGO.
            DISPLAY 'FORNECEDOR......: ' PAG-FORNECEDOR.
            DISPLAY 'NOTA FISCAL.....: ' PAG-NOTA-FISCAL.
            IF PAG-QTD-PARCELAS > 1
                DISPLAY 'PARCELA.........: ' PAG-PARCELA ' DE '
                    PAG-QTD-PARCELAS
            END-IF.
            DISPLAY 'VENCIMENTO......: ' PAG-DATA-VENCIMENTO.
            MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED.
            DISPLAY 'VALOR EM ABERTO.: ' WRK-VALOR-ED.
            DISPLAY 'VALOR PAGO.. '.
            ACCEPT WRK-VALOR-PAGO.
            IF WRK-VALOR-PAGO = ZEROS
                DISPLAY 'NENHUM VALOR PAGO - BAIXA CANCELADA'
            ELSE
                IF WRK-VALOR-PAGO > WRK-VALOR-ABERTO
                    DISPLAY 'VALOR MAIOR QUE O SALDO DO TITULO - '
                        'BAIXA CANCELADA'
                ELSE
                    PERFORM 2150-PEDIR-FORMA
                    IF FORMA-VALIDA
                        PERFORM 2200-GRAVAR-BAIXA
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * TODA BAIXA SAI COM A FORMA DE PAGAMENTO; O NUMERO DO CHEQUE
      * EMITIDO VAI COMO DOCUMENTO NA LINHA DE PAGMOV.TXT.
      *----------------------------------------------------------------
       2150-PEDIR-FORMA.
            DISPLAY 'FORMA DE PAGAMENTO (C=CHEQUE D=DINHEIRO '
                'T=TRANSFERENCIA).. '.
            ACCEPT WRK-FORMA-PAGTO.
            IF NOT FORMA-VALIDA
                DISPLAY 'FORMA INVALIDA - BAIXA CANCELADA'
            ELSE
                MOVE ZEROS TO WRK-CHQ-NUMERO
                IF FORMA-CHEQUE
                    DISPLAY 'NUMERO DO CHEQUE EMITIDO.. '
                    ACCEPT WRK-CHQ-NUMERO
                END-IF
                DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE).. '
                ACCEPT WRK-DATA-PAGTO
                IF WRK-DATA-PAGTO = ZEROS
                    ACCEPT WRK-DATA-PAGTO FROM DATE YYYYMMDD
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * BAIXA PARCIAL SO ACUMULA O VALOR PAGO E DEIXA O TITULO EM
      * ABERTO; QUANDO O PAGO ALCANCA O VALOR DO TITULO, LIQUIDA.
      *----------------------------------------------------------------
       2200-GRAVAR-BAIXA.
            ADD WRK-VALOR-PAGO TO PAG-VALOR-PAGO.
            IF PAG-VALOR-PAGO >= PAG-VALOR
                SET PAGAR-LIQUIDADO TO TRUE
            END-IF.
            MOVE WRK-DATA-PAGTO TO PAG-DATA-PAGTO.
            MOVE WRK-FORMA-PAGTO TO PAG-FORMA-PAGTO.
            REWRITE PAGAR-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A BAIXA DO TITULO'
                NOT INVALID KEY
                    PERFORM 2400-GRAVAR-MOVIMENTO
                    IF PAGAR-LIQUIDADO
                        DISPLAY 'TITULO LIQUIDADO'
                    ELSE
                        COMPUTE WRK-VALOR-ABERTO =
                            PAG-VALOR - PAG-VALOR-PAGO
                        MOVE WRK-VALOR-ABERTO TO WRK-VALOR-ED
                        DISPLAY 'BAIXA PARCIAL - RESIDUAL EM ABERTO: '
                            WRK-VALOR-ED
                    END-IF
            END-REWRITE.

      *----------------------------------------------------------------
      * REGISTRA O PAGAMENTO EM PAGMOV.TXT, AMARRADO AO TITULO.
      *----------------------------------------------------------------
       2400-GRAVAR-MOVIMENTO.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA     TO PGM-DATA.
            MOVE WRK-DH-HORA     TO PGM-HORA.
            MOVE WRK-USUARIO     TO PGM-USUARIO.
            MOVE PAG-TITULO      TO PGM-TITULO.
            MOVE PAG-FORNECEDOR  TO PGM-FORNECEDOR.
            MOVE PAG-NOTA-FISCAL TO PGM-NOTA-FISCAL.
            MOVE WRK-VALOR-PAGO  TO PGM-VALOR.
            MOVE WRK-FORMA-PAGTO TO PGM-FORMA.
            MOVE WRK-DATA-PAGTO  TO PGM-DATA-PAGTO.
            MOVE 'MANUAL'        TO PGM-ORIGEM.
            MOVE WRK-CHQ-NUMERO  TO PGM-DOCUMENTO.
            WRITE PAGMOV-LINHA.

       3000-FINALIZAR.
            CLOSE CONTAS-A-PAGAR.
            CLOSE PAGAR-MOVTOS.

       END PROGRAM PAGBAIXA.
