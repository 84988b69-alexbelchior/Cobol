      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO DIARIO DA FILA DE EMAIL (EMAILREL.TXT) - DO
      *          DIA, CONTA OS DOCUMENTOS POSTOS NA FILA (EMAILQ.TXT
      *          SITUACAO F), OS QUE CAIRAM PARA IMPRESSAO (SITUACAO
      *          I, LISTADOS UM A UM COM O MOTIVO, PARA A EXPEDICAO
      *          CONFERIR O PAPEL) E O RETORNO DO GATEWAY
      *          (EMAILRET.TXT: ENTREGUES E DEVOLVIDOS). NO FIM LISTA
      *          OS ENDERECOS DEVOLVIDOS AINDA PENDENTES DE CORRECAO
      *          NO CADASTRO (EMAILDEV). RODA NA CADEIA NOTURNA
      *          (CLNOITE), DEPOIS DO EMAILRET.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMAIL-FILA ASSIGN TO 'EMAILQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILA.
           SELECT EMAIL-RETORNO ASSIGN TO 'EMAILRET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT EMAIL-DEVOLVIDOS ASSIGN TO 'EMAILDEV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMD-ENDERECO
               FILE STATUS IS WRK-FS-DEVOLV.
           SELECT REL-EMAIL ASSIGN TO 'EMAILREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMAIL-FILA
           LABEL RECORD IS STANDARD.
           COPY EMQREG.
       FD  EMAIL-RETORNO
           LABEL RECORD IS STANDARD.
           COPY EMRREG.
       FD  EMAIL-DEVOLVIDOS
           LABEL RECORD IS STANDARD.
           COPY EMDREG.
       FD  REL-EMAIL
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-FILA      PIC X(02) VALUE '00'.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-DEVOLV    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-FILA     PIC X(01) VALUE 'N'.
           88 FIM-FILA     VALUE 'S'.
       77 WRK-EOF-RETORNO  PIC X(01) VALUE 'N'.
           88 FIM-RETORNO  VALUE 'S'.
       77 WRK-EOF-DEVOLV   PIC X(01) VALUE 'N'.
           88 FIM-DEVOLVIDOS VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FILA     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-IMPRESSOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ENTREGUES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-LER-FILA.
            PERFORM 3000-LER-RETORNO.
            PERFORM 4000-TOTALIZAR.
            PERFORM 5000-LISTAR-DEVOLVIDOS.
            PERFORM 6000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'EMAILREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN OUTPUT REL-EMAIL.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'FILA DE EMAIL - MOVIMENTO DO DIA ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'DOCUMENTOS QUE CAIRAM PARA IMPRESSAO:' TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * A FILA E CUMULATIVA (A ROTINA EMAILENF SO ACRESCENTA) - CONTA
      * SO AS LINHAS GRAVADAS HOJE.
      *----------------------------------------------------------------
       2000-LER-FILA.
            OPEN INPUT EMAIL-FILA.
            IF WRK-FS-FILA = '00'
                PERFORM 2010-LER-LINHA
                PERFORM 2100-CONTAR-LINHA UNTIL FIM-FILA
                CLOSE EMAIL-FILA
            END-IF.

       2010-LER-LINHA.
            READ EMAIL-FILA
                AT END
                    MOVE 'S' TO WRK-EOF-FILA
            END-READ.

       2100-CONTAR-LINHA.
            ADD 1 TO WRK-QTD-LIDOS.
            IF EMQ-DATA = WRK-DATA-HOJE
                IF EMQ-NA-FILA
                    ADD 1 TO WRK-QTD-FILA
                ELSE
                    ADD 1 TO WRK-QTD-IMPRESSOS
                    PERFORM 2200-IMPRIMIR-IMPRESSO
                END-IF
            END-IF.
            PERFORM 2010-LER-LINHA.

       2200-IMPRIMIR-IMPRESSO.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                EMQ-ORIGEM DELIMITED SIZE
                ' CLIENTE ' DELIMITED SIZE
                EMQ-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                EMQ-ANEXO DELIMITED SIZE
                ' ' DELIMITED SIZE
                EMQ-MOTIVO DELIMITED SIZE
                ' ' DELIMITED SIZE
                EMQ-DESTINATARIO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       3000-LER-RETORNO.
            OPEN INPUT EMAIL-RETORNO.
            IF WRK-FS-RETORNO = '00'
                PERFORM 3010-LER-RETORNO
                PERFORM 3100-CONTAR-RETORNO UNTIL FIM-RETORNO
                CLOSE EMAIL-RETORNO
            END-IF.

       3010-LER-RETORNO.
            READ EMAIL-RETORNO
                AT END
                    MOVE 'S' TO WRK-EOF-RETORNO
            END-READ.

       3100-CONTAR-RETORNO.
            IF EMR-DATA = WRK-DATA-HOJE
                IF EMR-ENTREGUE
                    ADD 1 TO WRK-QTD-ENTREGUES
                END-IF
                IF EMR-DEVOLVIDO
                    ADD 1 TO WRK-QTD-DEVOLVIDOS
                END-IF
            END-IF.
            PERFORM 3010-LER-RETORNO.

       4000-TOTALIZAR.
            IF WRK-QTD-IMPRESSOS = ZEROS
                MOVE '   NENHUM' TO REL-LINHA
                WRITE REL-LINHA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'POSTOS NA FILA (ENVIADOS): ' DELIMITED SIZE
                WRK-QTD-FILA DELIMITED SIZE
                '   CAIRAM PARA IMPRESSAO: ' DELIMITED SIZE
                WRK-QTD-IMPRESSOS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'RETORNO DO GATEWAY - ENTREGUES: ' DELIMITED SIZE
                WRK-QTD-ENTREGUES DELIMITED SIZE
                '   DEVOLVIDOS: ' DELIMITED SIZE
                WRK-QTD-DEVOLVIDOS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * O EMAILRET JA TIROU OS ENDERECOS CORRIGIDOS - O QUE SOBROU NO
      * EMAILDEV AINDA ESTA NO CADASTRO E ESPERA CORRECAO.
      *----------------------------------------------------------------
       5000-LISTAR-DEVOLVIDOS.
            MOVE 'ENDERECOS DEVOLVIDOS PENDENTES DE CORRECAO:'
                TO REL-LINHA.
            WRITE REL-LINHA.
            OPEN INPUT EMAIL-DEVOLVIDOS.
            IF WRK-FS-DEVOLV = '00'
                PERFORM 5010-LER-DEVOLVIDO
                PERFORM 5100-IMPRIMIR-DEVOLVIDO UNTIL FIM-DEVOLVIDOS
                CLOSE EMAIL-DEVOLVIDOS
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING 'ENDERECOS PENDENTES: ' DELIMITED SIZE
                WRK-QTD-PENDENTES DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       5010-LER-DEVOLVIDO.
            READ EMAIL-DEVOLVIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-DEVOLV
            END-READ.

       5100-IMPRIMIR-DEVOLVIDO.
            ADD 1 TO WRK-QTD-PENDENTES.
            MOVE SPACES TO REL-LINHA.
            STRING '   CLIENTE ' DELIMITED SIZE
                EMD-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                EMD-ENDERECO DELIMITED SIZE
                ' ULTIMA EM ' DELIMITED SIZE
                EMD-DATA DELIMITED SIZE
                ' (' DELIMITED SIZE
                EMD-QTD DELIMITED SIZE
                'X) ' DELIMITED SIZE
                EMD-MOTIVO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 5010-LER-DEVOLVIDO.

       6000-FINALIZAR.
            CLOSE REL-EMAIL.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-FILA + WRK-QTD-IMPRESSOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM EMAILREL.
