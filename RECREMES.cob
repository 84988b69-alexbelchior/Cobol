      *          -NUMERO SENDO A PROPRIA FATURA QUE O RECBANCO JA CASA
      *          NO RETORNO, E HEADER/TRAILER DE CONTROLE NO MESMO
      *          PADRAO DA INTERFACE DE CLIENTES (CLIEXP) - ACABA A
      *          REDIGITACAO DOS BOLETOS NO PORTAL DO BANCO. CADA
      *          REMESSA E DE UMA EMPRESA (CEDENTE), INFORMADA DEPOIS
      *          DO MODO (ZERO = 01 MATRIZ), COM OS DADOS BANCARIOS DO
      *          MESTRE EMPRESAS NO HEADER.
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Remessa por empresa cedente: empresa do SYSIN
      *                 depois do modo (zero = 01) conferida no EMPCHK,
      *                 so os titulos dela, sequencia 'R' + empresa para
      *                 as filiais e dados bancarios do mestre EMPRESAS
      *                 no header.
      * 15/10/2026 ABM  Sequencia da remessa conferida contra o teto da
      *                 serie (rotina SERLIM): esgotada, a remessa nao
      *                 e gerada (RC 8); perto do teto, gera alerta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECREMES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-RECEBER
           05 HDR-TIPO             PIC 9(01).
           05 HDR-DATA-GERACAO     PIC 9(08).
           05 HDR-SEQUENCIA        PIC 9(06).
           05 HDR-EMPRESA          PIC 9(02).
           05 HDR-CNPJ             PIC X(14).
           05 HDR-BANCO            PIC 9(03).
           05 HDR-AGENCIA          PIC 9(05).
           05 HDR-CONTA            PIC X(12).
           05 HDR-CONVENIO         PIC X(10).
           05 FILLER               PIC X(17).
       01 REMESSA-TRAILER.
           05 TRL-TIPO             PIC 9(01).
           05 TRL-QTD-REGISTROS    PIC 9(06).
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-REMESSA   PIC X(02) VALUE '00'.
       77 WRK-QTD-REMETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-REMESSA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-TIT  PIC 9(02) VALUE ZEROS.
       01 WRK-SERIE-REMESSA.
           05 WRK-SERIE-TIPO   PIC X(01) VALUE 'R'.
           05 WRK-SERIE-EMP    PIC 9(01) VALUE ZEROS.
           COPY JOBLREG.
           COPY EMKREG.
           COPY EMPRREG.
           COPY SLMREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF EMPRESA-OK
                PERFORM 1050-ABRIR-ARQUIVOS
                IF SERIE-ESGOTADA
                    PERFORM 3950-RECUSAR-SEQUENCIA
                ELSE
                    PERFORM 5010-LER-RECEBER
                    PERFORM 2000-PROCESSAR UNTIL FIM-RECEBER
                    PERFORM 3000-FINALIZAR
                END-IF
            ELSE
                PERFORM 3900-RECUSAR-EMPRESA
            END-IF.
            STOP RUN.

       1000-INICIAR.
            DISPLAY 'GERACAO DE REMESSA BANCARIA'.
            DISPLAY 'MODO (T=TODOS EM ABERTO D=FATURADOS HOJE).. '.
            ACCEPT WRK-MODO.
            DISPLAY 'EMPRESA CEDENTE (ENTER = 01 MATRIZ).. '.
            ACCEPT WRK-EMPRESA.
            IF WRK-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA
            END-IF.
            MOVE SPACES TO EMK-USUARIO.
            MOVE WRK-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       1050-ABRIR-ARQUIVOS.
            OPEN INPUT CONTAS-A-RECEBER.
            OPEN OUTPUT REMESSA-BANCO.
            OPEN I-O PED-CONTROLE.
      * O NUMERO DE SEQUENCIA DA REMESSA VEM DO REGISTRO 'RM' DO MESMO
      * ARQUIVO DE CONTROLE DOS NUMEROS DE PEDIDO E FATURA - O BANCO
      * DETECTA REMESSA PULADA OU REPETIDA, COMO NA INTERFACE DE
      * CLIENTES. CADA FILIAL TEM O SEU CONVENIO E A SUA SEQUENCIA
      * ('R' + EMPRESA); A MATRIZ CONTINUA NO 'RM'. A SEQUENCIA TEM
      * TETO (ROTINA COMUM SERLIM) - ESGOTADA, NADA E GRAVADO E A
      * REMESSA E RECUSADA.
      *----------------------------------------------------------------
       1100-GRAVAR-HEADER.
            IF WRK-EMPRESA = 01
                MOVE 'RM' TO WRK-SERIE-REMESSA
            ELSE
                MOVE 'R' TO WRK-SERIE-TIPO
                MOVE WRK-EMPRESA TO WRK-SERIE-EMP
            END-IF.
            MOVE WRK-SERIE-REMESSA TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            MOVE WRK-SERIE-REMESSA TO SLM-SERIE.
            COMPUTE SLM-NUMERO = PCT-ULTIMO-NUMERO + 1.
            MOVE 'RECREMES' TO SLM-PROGRAMA.
            CALL 'SERLIM' USING SERLIM-AREA.
            IF NUMERO-NO-LIMITE
                PERFORM 1110-NUMERAR-HEADER
            END-IF.

       1110-NUMERAR-HEADER.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE WRK-SERIE-REMESSA TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            MOVE 0 TO HDR-TIPO.
            MOVE WRK-DATA-HOJE TO HDR-DATA-GERACAO.
            MOVE PCT-ULTIMO-NUMERO TO HDR-SEQUENCIA.
            MOVE WRK-EMPRESA TO HDR-EMPRESA.
            MOVE ZEROS TO HDR-BANCO.
            MOVE ZEROS TO HDR-AGENCIA.
            MOVE EMP-CNPJ TO HDR-CNPJ.
            OPEN INPUT EMPRESAS.
            IF WRK-FS-EMPRESA = '00'
                MOVE WRK-EMPRESA TO EMC-CODIGO
                READ EMPRESAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EMC-CNPJ     TO HDR-CNPJ
                        MOVE EMC-BANCO    TO HDR-BANCO
                        MOVE EMC-AGENCIA  TO HDR-AGENCIA
                        MOVE EMC-CONTA    TO HDR-CONTA
                        MOVE EMC-CONVENIO TO HDR-CONVENIO
                END-READ
                CLOSE EMPRESAS
            END-IF.
            WRITE REMESSA-HEADER.

      *----------------------------------------------------------------
      * SO TITULO EM ABERTO COM SALDO ENTRA NA REMESSA; NO MODO D
      * APENAS OS EMITIDOS NA DATA DE HOJE (A RODADA DO FATURAMENTO DO
      * DIA). O VALOR REMETIDO E O RESIDUAL (VALOR - PAGO), PARA UMA
      * BAIXA PARCIAL NAO GERAR BOLETO PELO VALOR CHEIO DE NOVO. TITULO
      * DE OUTRA EMPRESA FICA PARA A REMESSA DELA (SEM EMPRESA = 01).
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            IF RCB-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA-TIT
            ELSE
                MOVE RCB-EMPRESA TO WRK-EMPRESA-TIT
            END-IF.
            IF RECEB-ABERTA
                AND WRK-EMPRESA-TIT = WRK-EMPRESA
                COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO
                IF WRK-VALOR-ABERTO > ZEROS
                    AND (MODO-TODOS
            CLOSE PED-CONTROLE.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'REMESSA BANCARIA - RESUMO'.
            DISPLAY 'EMPRESA CEDENTE........: ' WRK-EMPRESA.
            DISPLAY 'TITULOS LIDOS..........: ' WRK-QTD-LIDOS.
            DISPLAY 'TITULOS NA REMESSA.....: ' WRK-QTD-REMETIDOS.
            DISPLAY 'VALOR TOTAL REMETIDO...: ' WRK-TOTAL-REMESSA.
            MOVE WRK-QTD-REMETIDOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       3900-RECUSAR-EMPRESA.
            DISPLAY 'EMPRESA ' WRK-EMPRESA ' RECUSADA: ' EMK-MOTIVO.
            DISPLAY 'REMESSA NAO GERADA'.
            MOVE 8 TO RETURN-CODE.
            MOVE 'F' TO JBL-EVENTO.
            MOVE RETURN-CODE TO JBL-RETORNO.
            MOVE ZEROS TO JBL-LIDOS.
            MOVE ZEROS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       3950-RECUSAR-SEQUENCIA.
            CLOSE CONTAS-A-RECEBER.
            CLOSE REMESSA-BANCO.
            CLOSE PED-CONTROLE.
            DISPLAY 'SEQUENCIA ' WRK-SERIE-REMESSA ' ESGOTADA NO TETO '
                SLM-LIMITE.
            DISPLAY 'REMESSA NAO GERADA'.
            MOVE 8 TO RETURN-CODE.
            MOVE 'F' TO JBL-EVENTO.
            MOVE RETURN-CODE TO JBL-RETORNO.
            MOVE ZEROS TO JBL-LIDOS.
            MOVE ZEROS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM RECREMES.
