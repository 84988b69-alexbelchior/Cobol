      *          LISTA AS ENTRADAS DO INDICE RELINDEX (FILTRO POR
      *          PROGRAMA E FAIXA DE DATAS) E REIMPRIME QUALQUER
      *          RELATORIO ARQUIVADO, BYTE POR BYTE COMO SAIU NO DIA,
      *          COPIANDO-O PARA RELREIMP.TXT. O FILTRO POR
      *          DESTINATARIO MOSTRA SO OS CORTES DO RELDIST DE UM
      *          USUARIO.
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Filtro e coluna do destinatario (corte por
      *                 destinatario do RELDIST).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREIMP.
           88 FIM-COPIA    VALUE 'S'.
       77 WRK-ARQUIVO-COPIA PIC X(14) VALUE SPACES.
       77 WRK-FILTRO-PROG  PIC X(10) VALUE SPACES.
       77 WRK-FILTRO-DEST  PIC X(20) VALUE SPACES.
       77 WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE 99999999.
       77 WRK-SEQUENCIA    PIC 9(06) VALUE ZEROS.
            IF WRK-DATA-FIM = ZEROS
                MOVE 99999999 TO WRK-DATA-FIM
            END-IF.
            DISPLAY 'DESTINATARIO (BRANCO = TODOS) '.
            ACCEPT WRK-FILTRO-DEST.
            OPEN INPUT REL-INDICE.
            IF WRK-FS-INDICE = '35'
                CLOSE REL-INDICE
                OR RIX-PROGRAMA = WRK-FILTRO-PROG)
                AND RIX-DATA >= WRK-DATA-INI
                AND RIX-DATA <= WRK-DATA-FIM
                AND (WRK-FILTRO-DEST = SPACES
                OR RIX-DESTINATARIO = WRK-FILTRO-DEST)
                DISPLAY RIX-SEQUENCIA ' ' RIX-DATA ' '
                    RIX-PROGRAMA ' ' RIX-NOME ' ('
                    RIX-QTD-LINHAS ' LINHAS) ' RIX-DESTINATARIO
            END-IF.
            PERFORM 2010-LER-INDICE.

