      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DA FILA DE EMAIL DE SAIDA - CHAMADA PELO
      *          EXTRATO, PELO NOTAIMP E PELO RECCOBRA. FUNCAO V
      *          RESOLVE O DESTINATARIO DO CLIENTE: RESPEITA A
      *          PREFERENCIA DE NAO-EMAIL (CLIPREF), USA O EMAIL DO
      *          PRIMEIRO CONTATO DE COBRANCA (CONTATOS) E, SEM ELE, O
      *          EMAIL DO CADASTRO; ENDERECO EM BRANCO OU DEVOLVIDO
      *          PELO GATEWAY (EMAILDEV) MANDA O DOCUMENTO PARA
      *          IMPRESSAO. FUNCAO G GRAVA A LINHA EM EMAILQ.TXT - NA
      *          FILA (F) PARA O GATEWAY OU IMPRESSA (I) COM O MOTIVO,
      *          PARA O EMAILREL FECHAR AS CONTAGENS DO DIA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILENF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-PREFERENCIAS ASSIGN TO 'CLIPREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WRK-FS-PREF.
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
           SELECT EMAIL-DEVOLVIDOS ASSIGN TO 'EMAILDEV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMD-ENDERECO
               FILE STATUS IS WRK-FS-DEVOLV.
           SELECT EMAIL-FILA ASSIGN TO 'EMAILQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILA.
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-PREFERENCIAS
           LABEL RECORD IS STANDARD.
           COPY PREFREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  CLI-CONTATOS
           LABEL RECORD IS STANDARD.
           COPY CNTREG.
       FD  EMAIL-DEVOLVIDOS
           LABEL RECORD IS STANDARD.
           COPY EMDREG.
       FD  EMAIL-FILA
           LABEL RECORD IS STANDARD.
           COPY EMQREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PREF      PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-CONTATO   PIC X(02) VALUE '00'.
       77 WRK-FS-DEVOLV    PIC X(02) VALUE '00'.
       77 WRK-FS-FILA      PIC X(02) VALUE '00'.
       77 WRK-EOF-CONTATO  PIC X(01) VALUE 'N'.
           88 FIM-CONTATOS VALUE 'S'.
       77 WRK-TEM-CONTATO  PIC X(01) VALUE 'N'.
           88 TEM-CONTATO  VALUE 'S'.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       LINKAGE SECTION.
           COPY EMLREG.
       PROCEDURE DIVISION USING EMAILENF-AREA.
       0000-PRINCIPAL SECTION.
            IF EML-VERIFICAR
                OR (NOT EML-ENFILEIRADO AND NOT EML-IMPRIMIR)
                PERFORM 1000-RESOLVER-DESTINO
            END-IF.
            IF EML-GRAVAR
                PERFORM 3000-GRAVAR-FILA
            END-IF.
            GOBACK.

      *----------------------------------------------------------------
      * A PREFERENCIA DO CLIENTE VEM PRIMEIRO - QUEM PEDIU PARA NAO
      * RECEBER EMAIL RECEBE PAPEL, MESMO TENDO ENDERECO CADASTRADO.
      *----------------------------------------------------------------
       1000-RESOLVER-DESTINO.
            MOVE 'E' TO EML-RESULTADO.
            MOVE SPACES TO EML-DESTINATARIO.
            MOVE SPACES TO EML-MOTIVO.
            OPEN INPUT CLI-PREFERENCIAS.
            IF WRK-FS-PREF = '00'
                MOVE EML-CLIENTE TO PRF-CLIENTE
                READ CLI-PREFERENCIAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PREF-SEM-EMAIL
                            MOVE 'I' TO EML-RESULTADO
                            MOVE 'CLIENTE NAO ACEITA EMAIL'
                                TO EML-MOTIVO
                        END-IF
                END-READ
                CLOSE CLI-PREFERENCIAS
            END-IF.
            IF EML-ENFILEIRADO
                PERFORM 1100-ACHAR-ENDERECO
            END-IF.
            IF EML-ENFILEIRADO
                PERFORM 1200-VERIFICAR-DEVOLVIDO
            END-IF.

      *----------------------------------------------------------------
      * MESMA ORDEM DO ENDERECAMENTO DA CARTA DE COBRANCA: O PRIMEIRO
      * CONTATO DE COBRANCA (TIPO C) COM EMAIL; SEM ELE, O EMAIL DO
      * PROPRIO CADASTRO DO CLIENTE.
      *----------------------------------------------------------------
       1100-ACHAR-ENDERECO.
            MOVE 'N' TO WRK-TEM-CONTATO.
            MOVE 'N' TO WRK-EOF-CONTATO.
            OPEN INPUT CLI-CONTATOS.
            IF WRK-FS-CONTATO = '00'
                MOVE EML-CLIENTE TO CNT-CLIENTE
                MOVE ZEROS TO CNT-SEQUENCIA
                START CLI-CONTATOS KEY IS NOT LESS THAN CNT-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-CONTATO
                END-START
                IF NOT FIM-CONTATOS
                    PERFORM 1110-LER-CONTATO
                    PERFORM 1120-ACHAR-COBRANCA
                        UNTIL FIM-CONTATOS OR TEM-CONTATO
                END-IF
                CLOSE CLI-CONTATOS
            END-IF.
            IF TEM-CONTATO
                MOVE CNT-EMAIL TO EML-DESTINATARIO
            ELSE
                OPEN INPUT CLIENTES-MASTER
                IF WRK-FS-MASTER = '00'
                    MOVE EML-CLIENTE TO CLI-CODIGO
                    READ CLIENTES-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE CLI-EMAIL TO EML-DESTINATARIO
                    END-READ
                    CLOSE CLIENTES-MASTER
                END-IF
            END-IF.
            IF EML-DESTINATARIO = SPACES
                MOVE 'I' TO EML-RESULTADO
                MOVE 'SEM ENDERECO DE EMAIL' TO EML-MOTIVO
            END-IF.

       1110-LER-CONTATO.
            READ CLI-CONTATOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CONTATO
            END-READ.
            IF NOT FIM-CONTATOS
                AND CNT-CLIENTE NOT = EML-CLIENTE
                MOVE 'S' TO WRK-EOF-CONTATO
            END-IF.

       1120-ACHAR-COBRANCA.
            IF CONTATO-COBRANCA AND CNT-EMAIL NOT = SPACES
                MOVE 'S' TO WRK-TEM-CONTATO
            ELSE
                PERFORM 1110-LER-CONTATO
            END-IF.

      *----------------------------------------------------------------
      * ENDERECO QUE O GATEWAY DEVOLVEU (EMAILRET) NAO RECEBE MAIS NADA
      * ATE O CADASTRO SER CORRIGIDO - O DOCUMENTO SAI EM PAPEL.
      *----------------------------------------------------------------
       1200-VERIFICAR-DEVOLVIDO.
            OPEN INPUT EMAIL-DEVOLVIDOS.
            IF WRK-FS-DEVOLV = '00'
                MOVE EML-DESTINATARIO TO EMD-ENDERECO
                READ EMAIL-DEVOLVIDOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'I' TO EML-RESULTADO
                        MOVE 'ENDERECO DEVOLVIDO' TO EML-MOTIVO
                END-READ
                CLOSE EMAIL-DEVOLVIDOS
            END-IF.

       3000-GRAVAR-FILA.
            OPEN EXTEND EMAIL-FILA.
            IF WRK-FS-FILA NOT = '00'
                OPEN OUTPUT EMAIL-FILA
            END-IF.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE SPACES TO EMAILQ-LINHA.
            MOVE WRK-DH-DATA TO EMQ-DATA.
            MOVE WRK-DH-HORA TO EMQ-HORA.
            IF EML-ENFILEIRADO
                MOVE 'F' TO EMQ-SITUACAO
            ELSE
                MOVE 'I' TO EMQ-SITUACAO
            END-IF.
            MOVE EML-ORIGEM TO EMQ-ORIGEM.
            MOVE EML-CLIENTE TO EMQ-CLIENTE.
            MOVE EML-DESTINATARIO TO EMQ-DESTINATARIO.
            MOVE EML-ASSUNTO TO EMQ-ASSUNTO.
            MOVE EML-MODELO TO EMQ-MODELO.
            MOVE EML-ANEXO TO EMQ-ANEXO.
            MOVE EML-MOTIVO TO EMQ-MOTIVO.
            WRITE EMAILQ-LINHA.
            CLOSE EMAIL-FILA.

       END PROGRAM EMAILENF.
