      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: IMPORTACAO DO RETORNO DO GATEWAY DE EMAIL
      *          (EMAILRET.TXT) - CADA MENSAGEM DEVOLVIDA MARCA O
      *          ENDERECO NO ARQUIVO EMAILDEV (INCLUI OU SOMA MAIS UMA
      *          DEVOLUCAO, COM DATA E MOTIVO); A PARTIR DAI A ROTINA
      *          EMAILENF MANDA PARA IMPRESSAO OS DOCUMENTOS DAQUELE
      *          ENDERECO. NO FIM, TIRA DO EMAILDEV OS ENDERECOS QUE O
      *          CLIENTE JA TROCOU NO CADASTRO OU NOS CONTATOS - O NOVO
      *          ENDERECO VOLTA A RECEBER EMAIL. RODA NA CADEIA NOTURNA
      *          (CLNOITE), ANTES DO EMAILREL.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMAIL-RETORNO ASSIGN TO 'EMAILRET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT EMAIL-DEVOLVIDOS ASSIGN TO 'EMAILDEV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMD-ENDERECO
               FILE STATUS IS WRK-FS-DEVOLV.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CLI-CONTATOS ASSIGN TO 'CONTATOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS WRK-FS-CONTATO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMAIL-RETORNO
           LABEL RECORD IS STANDARD.
           COPY EMRREG.
       FD  EMAIL-DEVOLVIDOS
           LABEL RECORD IS STANDARD.
           COPY EMDREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  CLI-CONTATOS
           LABEL RECORD IS STANDARD.
           COPY CNTREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-DEVOLV    PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-CONTATO   PIC X(02) VALUE '00'.
       77 WRK-EOF-RETORNO  PIC X(01) VALUE 'N'.
           88 FIM-RETORNO  VALUE 'S'.
       77 WRK-EOF-DEVOLV   PIC X(01) VALUE 'N'.
           88 FIM-DEVOLVIDOS VALUE 'S'.
       77 WRK-EOF-CONTATO  PIC X(01) VALUE 'N'.
           88 FIM-CONTATOS VALUE 'S'.
       77 WRK-EM-USO       PIC X(01) VALUE 'N'.
           88 ENDERECO-EM-USO VALUE 'S'.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ENTREGUES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NOVOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIBERADOS PIC 9(06) VALUE ZEROS.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-FS-RETORNO = '00'
                PERFORM 5010-LER-RETORNO
                PERFORM 2000-PROCESSAR UNTIL FIM-RETORNO
                CLOSE EMAIL-RETORNO
            ELSE
                DISPLAY 'SEM RETORNO DO GATEWAY (EMAILRET.TXT AUSENTE)'
            END-IF.
            PERFORM 3000-LIBERAR-CORRIGIDOS.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'EMAILRET' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            OPEN INPUT EMAIL-RETORNO.
            OPEN I-O EMAIL-DEVOLVIDOS.
            IF WRK-FS-DEVOLV = '35'
                CLOSE EMAIL-DEVOLVIDOS
                OPEN OUTPUT EMAIL-DEVOLVIDOS
                CLOSE EMAIL-DEVOLVIDOS
                OPEN I-O EMAIL-DEVOLVIDOS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            IF WRK-FS-MASTER = '35'
                CLOSE CLIENTES-MASTER
                OPEN OUTPUT CLIENTES-MASTER
                CLOSE CLIENTES-MASTER
                OPEN INPUT CLIENTES-MASTER
            END-IF.
            OPEN INPUT CLI-CONTATOS.
            IF WRK-FS-CONTATO = '35'
                CLOSE CLI-CONTATOS
                OPEN OUTPUT CLI-CONTATOS
                CLOSE CLI-CONTATOS
                OPEN INPUT CLI-CONTATOS
            END-IF.

      *----------------------------------------------------------------
      * ENTREGUE SO CONTA; DEVOLVIDO MARCA O ENDERECO. ENDERECO QUE JA
      * ESTAVA MARCADO GANHA MAIS UMA DEVOLUCAO E A DATA/MOTIVO DA
      * ULTIMA. SITUACAO DESCONHECIDA OU SEM ENDERECO E IGNORADA.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            EVALUATE TRUE
                WHEN EMR-ENTREGUE
                    ADD 1 TO WRK-QTD-ENTREGUES
                WHEN EMR-DEVOLVIDO AND EMR-ENDERECO NOT = SPACES
                    ADD 1 TO WRK-QTD-DEVOLVIDOS
                    PERFORM 2100-MARCAR-DEVOLVIDO
                WHEN OTHER
                    ADD 1 TO WRK-QTD-INVALIDOS
            END-EVALUATE.
            PERFORM 5010-LER-RETORNO.

       2100-MARCAR-DEVOLVIDO.
            MOVE EMR-ENDERECO TO EMD-ENDERECO.
            READ EMAIL-DEVOLVIDOS
                INVALID KEY
                    MOVE EMR-ENDERECO TO EMD-ENDERECO
                    MOVE ZEROS TO EMD-QTD
            END-READ.
            MOVE EMR-CLIENTE TO EMD-CLIENTE.
            MOVE EMR-DATA TO EMD-DATA.
            MOVE EMR-MOTIVO TO EMD-MOTIVO.
            ADD 1 TO EMD-QTD.
            REWRITE EMAIL-DEVOLVIDO-REG
                INVALID KEY
                    WRITE EMAIL-DEVOLVIDO-REG
                    ADD 1 TO WRK-QTD-NOVOS
            END-REWRITE.

      *----------------------------------------------------------------
      * ENDERECO DEVOLVIDO QUE NAO E MAIS O EMAIL DO CADASTRO NEM O DE
      * NENHUM CONTATO DO CLIENTE FOI CORRIGIDO - SAI DO EMAILDEV. O
      * QUE CONTINUA EM USO FICA NA LISTA DE PENDENTES DO EMAILREL.
      *----------------------------------------------------------------
       3000-LIBERAR-CORRIGIDOS.
            MOVE 'N' TO WRK-EOF-DEVOLV.
            MOVE LOW-VALUES TO EMD-ENDERECO.
            START EMAIL-DEVOLVIDOS KEY IS NOT LESS THAN EMD-ENDERECO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-DEVOLV
            END-START.
            IF NOT FIM-DEVOLVIDOS
                PERFORM 3010-LER-DEVOLVIDO
                PERFORM 3100-CONFERIR-ENDERECO UNTIL FIM-DEVOLVIDOS
            END-IF.

       3010-LER-DEVOLVIDO.
            READ EMAIL-DEVOLVIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-DEVOLV
            END-READ.

       3100-CONFERIR-ENDERECO.
            MOVE 'N' TO WRK-EM-USO.
            MOVE EMD-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-EMAIL
            END-READ.
            IF CLI-EMAIL = EMD-ENDERECO
                MOVE 'S' TO WRK-EM-USO
            ELSE
                PERFORM 3200-PROCURAR-CONTATO
            END-IF.
            IF NOT ENDERECO-EM-USO
                DELETE EMAIL-DEVOLVIDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-LIBERADOS
                END-DELETE
            END-IF.
            PERFORM 3010-LER-DEVOLVIDO.

       3200-PROCURAR-CONTATO.
            MOVE 'N' TO WRK-EOF-CONTATO.
            MOVE EMD-CLIENTE TO CNT-CLIENTE.
            MOVE ZEROS TO CNT-SEQUENCIA.
            START CLI-CONTATOS KEY IS NOT LESS THAN CNT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CONTATO
            END-START.
            IF NOT FIM-CONTATOS
                PERFORM 3210-LER-CONTATO
                PERFORM 3220-COMPARAR-CONTATO
                    UNTIL FIM-CONTATOS OR ENDERECO-EM-USO
            END-IF.

       3210-LER-CONTATO.
            READ CLI-CONTATOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CONTATO
            END-READ.
            IF NOT FIM-CONTATOS
                AND CNT-CLIENTE NOT = EMD-CLIENTE
                MOVE 'S' TO WRK-EOF-CONTATO
            END-IF.

       3220-COMPARAR-CONTATO.
            IF CNT-EMAIL = EMD-ENDERECO
                MOVE 'S' TO WRK-EM-USO
            ELSE
                PERFORM 3210-LER-CONTATO
            END-IF.

       5010-LER-RETORNO.
            READ EMAIL-RETORNO
                AT END
                    MOVE 'S' TO WRK-EOF-RETORNO
            END-READ.

       4000-FINALIZAR.
            CLOSE EMAIL-DEVOLVIDOS.
            CLOSE CLIENTES-MASTER.
            CLOSE CLI-CONTATOS.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'RETORNO DO GATEWAY DE EMAIL - RESUMO'.
            DISPLAY 'LINHAS LIDAS...........: ' WRK-QTD-LIDOS.
            DISPLAY 'MENSAGENS ENTREGUES....: ' WRK-QTD-ENTREGUES.
            DISPLAY 'MENSAGENS DEVOLVIDAS...: ' WRK-QTD-DEVOLVIDOS.
            DISPLAY 'ENDERECOS NOVOS NO DEV.: ' WRK-QTD-NOVOS.
            DISPLAY 'LINHAS IGNORADAS.......: ' WRK-QTD-INVALIDOS.
            DISPLAY 'ENDERECOS CORRIGIDOS...: ' WRK-QTD-LIBERADOS.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-DEVOLVIDOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM EMAILRET.
