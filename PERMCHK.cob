      *          ANTIGO (NIVEL 01 PODE, O RESTO NAO) - A MATRIZ VAI
      *          SENDO PREENCHIDA SEM QUEBRAR NINGUEM. TODA NEGATIVA
      *          E LOGADA EM PERMLOG.TXT COM DATA/HORA/USUARIO/
      *          FUNCAO, PARA O AUDITOR. A LIBERACAO TAMBEM E LOGADA
      *          (EVENTO USADO), PARA O RELATORIO DE SEGREGACAO DE
      *          FUNCOES (SODREL) SABER QUEM DE FATO EXERCEU O QUE.
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Loga tambem a funcao liberada (evento USADO),
      *                 para o relatorio de segregacao de funcoes
      *                 SODREL; layout do log passa ao copybook PLGREG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMCHK.
           COPY USUAREG.
       FD  PERM-LOG
           LABEL RECORD IS STANDARD.
           COPY PLGREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERM      PIC X(02) VALUE '00'.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-DECIDIDO     PIC X(01) VALUE 'N'.
           88 JA-DECIDIDO  VALUE 'S'.
       77 WRK-SUJEITO-NIVEL PIC X(20) VALUE SPACES.
       77 WRK-EVENTO       PIC X(06) VALUE SPACES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
                CLOSE USUARIOS
            END-IF.
            IF WRK-NIVEL = ZEROS
                MOVE 'NEGADO' TO WRK-EVENTO
                PERFORM 3000-LOGAR-EVENTO
                GOBACK
            END-IF.
            OPEN INPUT PERMISSOES.
                END-IF
            END-IF.
            IF PERM-NEGADO
                MOVE 'NEGADO' TO WRK-EVENTO
            ELSE
                MOVE 'USADO' TO WRK-EVENTO
            END-IF.
            PERFORM 3000-LOGAR-EVENTO.
            GOBACK.

       1000-CONSULTAR-USUARIO.
                    END-IF
            END-READ.

       3000-LOGAR-EVENTO.
            OPEN EXTEND PERM-LOG.
            IF WRK-FS-LOG NOT = '00'
                OPEN OUTPUT PERM-LOG
            MOVE WRK-DH-HORA TO PLG-HORA.
            MOVE PCK-USUARIO TO PLG-USUARIO.
            MOVE PCK-FUNCAO TO PLG-FUNCAO.
            MOVE WRK-EVENTO TO PLG-EVENTO.
            WRITE PERMLOG-LINHA.
            CLOSE PERM-LOG.

