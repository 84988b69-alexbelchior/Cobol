      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ADIANTAMENTOS DE CLIENTES - REGISTRA O DINHEIRO QUE O
      *          CLIENTE PAGA ANTES DO FATURAMENTO (ARQUIVO ADIANTA,
      *          NUMERADO PELO REGISTRO 'AD' DO PEDCTRL) E CONSULTA OS
      *          ADIANTAMENTOS DE UM CLIENTE COM O SALDO AINDA NAO
      *          CONSUMIDO. O ADIANTAMENTO NAO MEXE NO SALDO DE
      *          CLI-CONTA: FICA GUARDADO ATE O RECBAIXA CONSUMI-LO NA
      *          BAIXA DE UM TITULO (ORIGEM ADTCONSUMO EM CTAMOV.TXT).
      *          O CTBEXP LANCA O RECEBIMENTO CONTRA ADIANTAMENTOS DE
      *          CLIENTES (21010).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Periodo contabil conferido e o da empresa 01
      *                 (PERIODOS passou a ter a empresa na chave).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADTMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADIANTAMENTOS ASSIGN TO 'ADIANTA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADT-NUMERO
               ALTERNATE RECORD KEY IS ADT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-ADIANTA.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT PERIODOS ASSIGN TO 'PERIODOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-FS-PERIODO.
       DATA DIVISION.
       FILE SECTION.
       FD  ADIANTAMENTOS
           LABEL RECORD IS STANDARD.
           COPY ADTREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  PERIODOS
           LABEL RECORD IS STANDARD.
           COPY PERIREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ADIANTA   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-PERIODO   PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FORMA        PIC X(01) VALUE SPACE.
           88 FORMA-ADT-VALIDA VALUE 'D' 'T'.
       77 WRK-MSG-ERRO     PIC X(40) VALUE SPACES.
       77 WRK-EOF-ADIANTA  PIC X(01) VALUE 'N'.
           88 FIM-ADIANTA  VALUE 'S'.
       77 WRK-QTD-ADT      PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-SALDO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY TRVREG.
           COPY SESREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'ADTMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'ADTMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN I-O ADIANTAMENTOS.
            IF WRK-FS-ADIANTA = '35'
                CLOSE ADIANTAMENTOS
                OPEN OUTPUT ADIANTAMENTOS
                CLOSE ADIANTAMENTOS
                OPEN I-O ADIANTAMENTOS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN INPUT PERIODOS.
            IF WRK-FS-PERIODO = '35'
                CLOSE PERIODOS
                OPEN OUTPUT PERIODOS
                CLOSE PERIODOS
                OPEN INPUT PERIODOS
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'ADTMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'ADIANTAMENTOS DE CLIENTES'.
            DISPLAY '1 - REGISTRAR ADIANTAMENTO RECEBIDO'.
            DISPLAY '2 - CONSULTAR ADIANTAMENTOS DO CLIENTE'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-REGISTRAR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * O ADIANTAMENTO E SEMPRE DE HOJE - PERIODO CONTABIL FECHADO
      * BLOQUEIA, COMO NO PROGCOB06. SO DINHEIRO E TRANSFERENCIA:
      * CHEQUE SO ENTRA NA BAIXA DE TITULO, ONDE A CUSTODIA E A
      * DEVOLUCAO (CHQDEVOL) SABEM A FATURA QUE ELE PAGOU.
      *----------------------------------------------------------------
       2100-REGISTRAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            MOVE 01 TO PER-EMPRESA.
            MOVE WRK-HOJE-ANO TO PER-ANO.
            MOVE WRK-HOJE-MES TO PER-MES.
            READ PERIODOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PERIODO-FECHADO
                        MOVE 'PERIODO CONTABIL DE HOJE FECHADO'
                            TO WRK-MSG-ERRO
                    END-IF
            END-READ.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2110-LER-CLIENTE
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'VALOR RECEBIDO.. '
                ACCEPT WRK-VALOR
                IF WRK-VALOR = ZEROS
                    MOVE 'VALOR ZERADO' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'FORMA (D=DINHEIRO T=TRANSFERENCIA).. '
                ACCEPT WRK-FORMA
                IF NOT FORMA-ADT-VALIDA
                    MOVE 'FORMA INVALIDA' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2150-GRAVAR-ADIANTAMENTO
            ELSE
                DISPLAY WRK-MSG-ERRO ' - ADIANTAMENTO NAO REGISTRADO'
            END-IF.

       2110-LER-CLIENTE.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE WRK-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
            END-READ.

      *----------------------------------------------------------------
      * O NUMERO VEM DO REGISTRO 'AD' DO ARQUIVO DE CONTROLE, COMO O
      * LOTE DA NF-E ('NF') E A SEQUENCIA DA REMESSA BANCARIA.
      *----------------------------------------------------------------
       2150-GRAVAR-ADIANTAMENTO.
            MOVE 'AD' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'AD' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE PCT-ULTIMO-NUMERO TO ADT-NUMERO.
            MOVE WRK-CLIENTE       TO ADT-CLIENTE.
            MOVE WRK-DATA-HOJE     TO ADT-DATA.
            MOVE WRK-FORMA         TO ADT-FORMA.
            MOVE WRK-VALOR         TO ADT-VALOR.
            MOVE WRK-VALOR         TO ADT-SALDO.
            SET ADIANT-ABERTO      TO TRUE.
            MOVE WRK-USUARIO       TO ADT-USUARIO.
            MOVE ZEROS             TO ADT-DATA-ULT-USO.
            MOVE ZEROS             TO ADT-ULT-FATURA.
            WRITE ADIANTA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O ADIANTAMENTO '
                        ADT-NUMERO
                NOT INVALID KEY
                    MOVE ADT-VALOR TO WRK-VALOR-ED
                    DISPLAY 'ADIANTAMENTO ' ADT-NUMERO
                        ' REGISTRADO NO VALOR DE ' WRK-VALOR-ED
            END-WRITE.

      *----------------------------------------------------------------
      * LISTA OS ADIANTAMENTOS DO CLIENTE PELA CHAVE ALTERNADA, COM O
      * SALDO DE CADA UM E O TOTAL AINDA DISPONIVEL PARA CONSUMO.
      *----------------------------------------------------------------
       2200-CONSULTAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            PERFORM 2110-LER-CLIENTE.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO
            ELSE
                MOVE ZEROS TO WRK-QTD-ADT
                MOVE ZEROS TO WRK-TOTAL-SALDO
                MOVE 'N' TO WRK-EOF-ADIANTA
                MOVE WRK-CLIENTE TO ADT-CLIENTE
                START ADIANTAMENTOS KEY IS EQUAL ADT-CLIENTE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-ADIANTA
                END-START
                IF NOT FIM-ADIANTA
                    PERFORM 2210-LER-ADIANTAMENTO
                    PERFORM 2220-MOSTRAR-ADIANTAMENTO
                        UNTIL FIM-ADIANTA
                END-IF
                MOVE WRK-TOTAL-SALDO TO WRK-TOTAL-ED
                DISPLAY WRK-QTD-ADT ' ADIANTAMENTO(S) - SALDO A '
                    'CONSUMIR: ' WRK-TOTAL-ED
            END-IF.

       2210-LER-ADIANTAMENTO.
            READ ADIANTAMENTOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ADIANTA
            END-READ.
            IF NOT FIM-ADIANTA
                AND ADT-CLIENTE NOT = WRK-CLIENTE
                MOVE 'S' TO WRK-EOF-ADIANTA
            END-IF.

       2220-MOSTRAR-ADIANTAMENTO.
            ADD 1 TO WRK-QTD-ADT.
            ADD ADT-SALDO TO WRK-TOTAL-SALDO.
            MOVE ADT-VALOR TO WRK-VALOR-ED.
            MOVE ADT-SALDO TO WRK-SALDO-ED.
            DISPLAY ADT-NUMERO ' ' ADT-DATA ' ' ADT-FORMA
                ' VALOR ' WRK-VALOR-ED ' SALDO ' WRK-SALDO-ED
                ' ' ADT-STATUS.
            PERFORM 2210-LER-ADIANTAMENTO.

       3000-FINALIZAR.
            CLOSE ADIANTAMENTOS.
            CLOSE CLIENTES-MASTER.
            CLOSE PED-CONTROLE.
            CLOSE PERIODOS.

       END PROGRAM ADTMANU.
