      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: INTERFACE DE COMISSOES COM A FOLHA DE PAGAMENTO -
      *          GERA O ARQUIVO FOLHAEXP.TXT COM UMA LINHA POR
      *          VENDEDOR DO MES FECHADO NO RAZAO DE COMISSOES
      *          (COMLEDG): MATRICULA NA FOLHA, PERIODO, SALDO
      *          ANTERIOR EM ABERTO, GANHO, AJUSTES, ADIANTAMENTOS
      *          DESCONTADOS E LIQUIDO A PAGAR, COM HEADER E TRAILER
      *          DE CONTROLE (QUANTIDADE E TOTAL LIQUIDO). O RH PARA
      *          DE REDIGITAR O EXTRATO DO COMMANU. CADA MES SAI UMA
      *          VEZ SO: A LINHA FICA MARCADA ENVIADA COM O NUMERO DO
      *          LOTE (REGISTRO 'FL' DO PEDCTRL) E SO O RETORNO DA
      *          FOLHA (COMFRET) DA O MES COMO PAGO. RODA SOB
      *          DEMANDA, DEPOIS DO FECHAMENTO DO MES NO COMMANU;
      *          ANO/MES ZERADOS NO SYSIN = MES ANTERIOR.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMFOLHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COM-LEDGER ASSIGN TO 'COMLEDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CML-CHAVE
               FILE STATUS IS WRK-FS-LEDGCOM.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT FOLHA-EXPORT ASSIGN TO 'FOLHAEXP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXPORT.
           SELECT REL-FOLHA ASSIGN TO 'COMFOLHA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  COM-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CMLREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
      *----------------------------------------------------------------
      * LAYOUT DO ARQUIVO PARA A FOLHA - H (HEADER), D (UMA LINHA POR
      * VENDEDOR) E T (TRAILER COM QUANTIDADE E TOTAL LIQUIDO). O
      * LIQUIDO FECHA COM SALDO ANTERIOR + GANHO + AJUSTES -
      * ADIANTAMENTOS.
      *----------------------------------------------------------------
       FD  FOLHA-EXPORT
           LABEL RECORD IS STANDARD.
       01 FLX-DETALHE.
           05 FLX-TIPO              PIC X(01).
           05 FLX-LOTE              PIC 9(06).
           05 FLX-MATRICULA         PIC 9(08).
           05 FLX-VENDEDOR          PIC 9(04).
           05 FLX-PERIODO           PIC 9(06).
           05 FLX-SALDO-ANTERIOR    PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 FLX-GANHO             PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 FLX-AJUSTES           PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05 FLX-ADIANTAMENTOS     PIC 9(09)V99.
           05 FLX-LIQUIDO           PIC 9(09)V99.
       01 FLX-HEADER.
           05 FLH-TIPO              PIC X(01).
           05 FLH-LOTE              PIC 9(06).
           05 FLH-DATA-GERACAO      PIC 9(08).
           05 FLH-PERIODO           PIC 9(06).
       01 FLX-TRAILER.
           05 FLT-TIPO              PIC X(01).
           05 FLT-LOTE              PIC 9(06).
           05 FLT-QTD-REGISTROS     PIC 9(06).
           05 FLT-TOTAL-LIQUIDO     PIC 9(11)V99.
       FD  REL-FOLHA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-LEDGCOM   PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-EXPORT    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-LEDGER   PIC X(01) VALUE 'N'.
           88 FIM-LEDGER   VALUE 'S'.
       77 WRK-EXP-ANO      PIC 9(04) VALUE ZEROS.
       77 WRK-EXP-MES      PIC 9(02) VALUE ZEROS.
       77 WRK-LOTE         PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MES      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PROBLEMA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENVIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-VALOR PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ABERTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-MATRICULA    PIC 9(08) VALUE ZEROS.
       77 WRK-PROBLEMA     PIC X(40) VALUE SPACES.
       77 WRK-VALOR-ED     PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR3-ED    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR4-ED    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR5-ED    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-PERIODO-GRP.
           05 WRK-PERIODO      PIC 9(06) VALUE ZEROS.
           05 WRK-PERIODO-ED REDEFINES WRK-PERIODO.
               10 WRK-PER-ANO   PIC 9(04).
               10 WRK-PER-MES   PIC 9(02).
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
            PERFORM 2000-CONFERIR-MES.
            IF WRK-QTD-MES = ZEROS
                DISPLAY 'NENHUM VENDEDOR NO RAZAO DE COMISSOES EM '
                    WRK-EXP-MES '/' WRK-EXP-ANO
                MOVE 4 TO RETURN-CODE
            ELSE
                IF WRK-QTD-PROBLEMA > ZEROS
                    DISPLAY 'MES ' WRK-EXP-MES '/' WRK-EXP-ANO
                        ' NAO ENVIADO A FOLHA - VER COMFOLHA.TXT'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM 3000-EXPORTAR
                END-IF
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O MES ANTERIOR
      * AO DA EXECUCAO.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'COMFOLHA' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-EXP-ANO.
            ACCEPT WRK-EXP-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-EXP-ANO = ZEROS OR WRK-EXP-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-EXP-ANO
                MOVE WRK-HOJE-MES TO WRK-EXP-MES
                IF WRK-EXP-MES = 01
                    MOVE 12 TO WRK-EXP-MES
                    SUBTRACT 1 FROM WRK-EXP-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-EXP-MES
                END-IF
            END-IF.
            MOVE WRK-EXP-ANO TO WRK-PER-ANO.
            MOVE WRK-EXP-MES TO WRK-PER-MES.
            OPEN I-O COM-LEDGER.
            IF WRK-FS-LEDGCOM = '35'
                CLOSE COM-LEDGER
                OPEN OUTPUT COM-LEDGER
                CLOSE COM-LEDGER
                OPEN I-O COM-LEDGER
            END-IF.
            OPEN INPUT VENDEDORES.
            IF WRK-FS-VENDEDOR = '35'
                CLOSE VENDEDORES
                OPEN OUTPUT VENDEDORES
                CLOSE VENDEDORES
                OPEN INPUT VENDEDORES
            END-IF.
            OPEN OUTPUT REL-FOLHA.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'COMISSOES PARA A FOLHA - MES ' DELIMITED SIZE
                WRK-EXP-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EXP-ANO DELIMITED SIZE
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
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * PRIMEIRA PASSADA - SO CONFERE. O MES INTEIRO TEM DE ESTAR
      * FECHADO NO COMMANU E NUNCA ENVIADO; MES ANTERIOR AINDA SEM
      * RETORNO DA FOLHA SEGURA O ENVIO (O PAGAMENTO DELE PRECISA
      * ABATER O SALDO ANTES); VENDEDOR COM VALOR A PAGAR PRECISA DE
      * MATRICULA. QUALQUER PROBLEMA LISTADO E NADA E ENVIADO.
      *----------------------------------------------------------------
       2000-CONFERIR-MES.
            MOVE 'N' TO WRK-EOF-LEDGER.
            PERFORM 2010-LER-LEDGER.
            PERFORM 2100-CONFERIR-LINHA UNTIL FIM-LEDGER.

       2010-LER-LEDGER.
            READ COM-LEDGER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-LEDGER
            END-READ.

       2100-CONFERIR-LINHA.
            MOVE SPACES TO WRK-PROBLEMA.
            IF CML-ANO-MES < WRK-PERIODO
                AND FOLHA-ENVIADO
                MOVE 'MES ANTERIOR AGUARDA RETORNO DA FOLHA'
                    TO WRK-PROBLEMA
            END-IF.
            IF CML-ANO-MES = WRK-PERIODO
                ADD 1 TO WRK-QTD-MES
                EVALUATE TRUE
                    WHEN NOT FOLHA-NAO-ENVIADO
                        MOVE 'MES JA ENVIADO A FOLHA' TO WRK-PROBLEMA
                    WHEN NOT COMIS-MES-FECHADO
                        MOVE 'MES AINDA ABERTO NO COMMANU'
                            TO WRK-PROBLEMA
                    WHEN CML-SALDO > ZEROS
                        PERFORM 2110-CONFERIR-MATRICULA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF WRK-PROBLEMA NOT = SPACES
                ADD 1 TO WRK-QTD-PROBLEMA
                MOVE SPACES TO REL-LINHA
                STRING 'RECUSADO: VENDEDOR ' DELIMITED SIZE
                    CML-VENDEDOR DELIMITED SIZE
                    ' MES ' DELIMITED SIZE
                    CML-ANO-MES DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    WRK-PROBLEMA DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            PERFORM 2010-LER-LEDGER.

       2110-CONFERIR-MATRICULA.
            MOVE CML-VENDEDOR TO VEN-CODIGO.
            READ VENDEDORES
                INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-PROBLEMA
                NOT INVALID KEY
                    IF VEN-MATRICULA = ZEROS
                        MOVE 'VENDEDOR SEM MATRICULA NA FOLHA'
                            TO WRK-PROBLEMA
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * SEGUNDA PASSADA - GRAVA O ARQUIVO E MARCA AS LINHAS DO MES:
      * SALDO POSITIVO SAI PARA A FOLHA (ENVIADO); SALDO ZERO OU
      * NEGATIVO NAO TEM O QUE PAGAR (SEM VALOR) E O NEGATIVO SEGUE
      * TRANSPORTADO PARA O MES SEGUINTE COMO JA ESTA.
      *----------------------------------------------------------------
       3000-EXPORTAR.
            MOVE 'FL' TO PCT-CHAVE.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'FL' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE PCT-ULTIMO-NUMERO TO WRK-LOTE.
            CLOSE PED-CONTROLE.
            OPEN OUTPUT FOLHA-EXPORT.
            MOVE 'H' TO FLH-TIPO.
            MOVE WRK-LOTE TO FLH-LOTE.
            MOVE WRK-DATA-HOJE TO FLH-DATA-GERACAO.
            MOVE WRK-PERIODO TO FLH-PERIODO.
            WRITE FLX-HEADER.
            MOVE SPACES TO REL-LINHA.
            STRING 'LOTE ' DELIMITED SIZE
                WRK-LOTE DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'VEND MATRICULA  SALDO ANTER.        GANHO'
                DELIMITED SIZE
                '      AJUSTES  ADIANTAMENT.      LIQUIDO SITUACAO'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE COM-LEDGER.
            OPEN I-O COM-LEDGER.
            MOVE 'N' TO WRK-EOF-LEDGER.
            PERFORM 2010-LER-LEDGER.
            PERFORM 3100-EXPORTAR-LINHA UNTIL FIM-LEDGER.
            MOVE 'T' TO FLT-TIPO.
            MOVE WRK-LOTE TO FLT-LOTE.
            MOVE WRK-QTD-ENVIADOS TO FLT-QTD-REGISTROS.
            MOVE WRK-TOTAL-LIQUIDO TO FLT-TOTAL-LIQUIDO.
            WRITE FLX-TRAILER.
            CLOSE FOLHA-EXPORT.
            MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'ENVIADOS: ' DELIMITED SIZE
                WRK-QTD-ENVIADOS DELIMITED SIZE
                '   SEM VALOR A PAGAR: ' DELIMITED SIZE
                WRK-QTD-SEM-VALOR DELIMITED SIZE
                '   TOTAL LIQUIDO: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3100-EXPORTAR-LINHA.
            IF CML-ANO-MES = WRK-PERIODO
                MOVE WRK-LOTE TO CML-FOLHA-LOTE
                IF CML-SALDO > ZEROS
                    PERFORM 3200-GRAVAR-DETALHE
                    SET FOLHA-ENVIADO TO TRUE
                    MOVE CML-SALDO TO CML-FOLHA-VALOR
                ELSE
                    MOVE ZEROS TO WRK-MATRICULA
                    ADD 1 TO WRK-QTD-SEM-VALOR
                    SET FOLHA-SEM-VALOR TO TRUE
                    MOVE ZEROS TO CML-FOLHA-VALOR
                END-IF
                REWRITE COM-LEDGER-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO MARCAR O VENDEDOR '
                            CML-VENDEDOR
                END-REWRITE
                PERFORM 3300-LISTAR-LINHA
            END-IF.
            PERFORM 2010-LER-LEDGER.

       3200-GRAVAR-DETALHE.
            MOVE CML-VENDEDOR TO VEN-CODIGO.
            READ VENDEDORES
                INVALID KEY
                    MOVE ZEROS TO VEN-MATRICULA
            END-READ.
            MOVE VEN-MATRICULA TO WRK-MATRICULA.
            COMPUTE WRK-SALDO-ABERTO = CML-SALDO-ANTERIOR
                - CML-PAGO-FOLHA.
            MOVE 'D' TO FLX-TIPO.
            MOVE WRK-LOTE TO FLX-LOTE.
            MOVE VEN-MATRICULA TO FLX-MATRICULA.
            MOVE CML-VENDEDOR TO FLX-VENDEDOR.
            MOVE CML-ANO-MES TO FLX-PERIODO.
            MOVE WRK-SALDO-ABERTO TO FLX-SALDO-ANTERIOR.
            MOVE CML-GANHO TO FLX-GANHO.
            MOVE CML-AJUSTES TO FLX-AJUSTES.
            MOVE CML-ADIANTAMENTOS TO FLX-ADIANTAMENTOS.
            MOVE CML-SALDO TO FLX-LIQUIDO.
            WRITE FLX-DETALHE.
            ADD 1 TO WRK-QTD-ENVIADOS.
            ADD CML-SALDO TO WRK-TOTAL-LIQUIDO.

       3300-LISTAR-LINHA.
            COMPUTE WRK-SALDO-ABERTO = CML-SALDO-ANTERIOR
                - CML-PAGO-FOLHA.
            MOVE WRK-SALDO-ABERTO TO WRK-VALOR-ED.
            MOVE CML-GANHO TO WRK-VALOR2-ED.
            MOVE CML-AJUSTES TO WRK-VALOR3-ED.
            MOVE CML-ADIANTAMENTOS TO WRK-VALOR4-ED.
            MOVE CML-SALDO TO WRK-VALOR5-ED.
            MOVE SPACES TO REL-LINHA.
            STRING CML-VENDEDOR DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-MATRICULA DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                WRK-VALOR2-ED DELIMITED SIZE
                WRK-VALOR3-ED DELIMITED SIZE
                WRK-VALOR4-ED DELIMITED SIZE
                WRK-VALOR5-ED DELIMITED SIZE
                ' ' DELIMITED SIZE
                CML-FOLHA-STATUS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE COM-LEDGER.
            CLOSE VENDEDORES.
            CLOSE REL-FOLHA.
            DISPLAY 'COMISSOES ENVIADAS A FOLHA: ' WRK-QTD-ENVIADOS
                '  LOTE: ' WRK-LOTE.
            MOVE 'F' TO JBL-EVENTO.
            MOVE RETURN-CODE TO JBL-RETORNO.
            MOVE WRK-QTD-MES TO JBL-LIDOS.
            MOVE WRK-QTD-ENVIADOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM COMFOLHA.
