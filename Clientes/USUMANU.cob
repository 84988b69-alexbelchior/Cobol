      *                 nivel 01 conferidos no proprio USUARIOS). As
      *                 funcoes gatilhadas consultam a matriz pela
      *                 rotina comum PERMCHK.
      * 15/10/2026 ABM  Segregacao de funcoes: regras de conflito
      *                 (SODREGRA) mantidas na opcao 6 (R) e aviso de
      *                 conflito quando a concessao de uma funcao
      *                 completa um par incompativel para o sujeito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USUMANU.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFN-CHAVE
               FILE STATUS IS WRK-FS-PERM.
           SELECT REGRAS-SOD ASSIGN TO 'SODREGRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-CHAVE
               FILE STATUS IS WRK-FS-SOD.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS
       FD  PERMISSOES
           LABEL RECORD IS STANDARD.
           COPY PFNREG.
       FD  REGRAS-SOD
           LABEL RECORD IS STANDARD.
           COPY SODREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-EOF-USUARIO  PIC X(01) VALUE 'N'.
       77 WRK-FUNCAO       PIC X(08) VALUE SPACES.
       77 WRK-EOF-PERM     PIC X(01) VALUE 'N'.
           88 FIM-PERMISSOES VALUE 'S'.
       77 WRK-FS-SOD       PIC X(02) VALUE '00'.
       77 WRK-EOF-SOD      PIC X(01) VALUE 'N'.
           88 FIM-REGRAS-SOD VALUE 'S'.
       77 WRK-OPCAO-SOD    PIC X(01) VALUE SPACE.
           88 SOD-SAIR     VALUE 'X' 'x'.
       77 WRK-FUNCAO-PAR   PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-SUJ    PIC 9(02) VALUE ZEROS.
       77 WRK-SUJEITO-NIVEL PIC X(20) VALUE SPACES.
       77 WRK-DETEM        PIC X(01) VALUE 'N'.
           88 DETEM-FUNCAO VALUE 'S'.
       77 WRK-DECIDIDO     PIC X(01) VALUE 'N'.
           88 JA-DECIDIDO  VALUE 'S'.
       77 WRK-QTD-CONFLITOS PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                CLOSE PERMISSOES
                OPEN I-O PERMISSOES
            END-IF.
            OPEN I-O REGRAS-SOD.
            IF WRK-FS-SOD = '35'
                CLOSE REGRAS-SOD
                OPEN OUTPUT REGRAS-SOD
                CLOSE REGRAS-SOD
                OPEN I-O REGRAS-SOD
            END-IF.

      *----------------------------------------------------------------
      * SEM ESTE USUARIO INICIAL NINGUEM CONSEGUIRIA ENTRAR NO

       2620-MENU-PERMISSOES.
            DISPLAY 'MATRIZ DE PERMISSOES'.
            DISPLAY 'L=LISTAR I=INCLUIR/ALTERAR E=EXCLUIR '
                'R=REGRAS DE CONFLITO X=VOLTAR: '.
            ACCEPT WRK-OPCAO-PERM.
            EVALUATE WRK-OPCAO-PERM
                WHEN 'L'
                WHEN 'E'
                WHEN 'e'
                    PERFORM 2650-EXCLUIR-PERMISSAO
                WHEN 'R'
                WHEN 'r'
                    MOVE SPACE TO WRK-OPCAO-SOD
                    PERFORM 2700-MENU-REGRAS UNTIL SOD-SAIR
                WHEN OTHER
                    IF NOT PERM-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                        WRITE PERMISSAO-REG
                END-REWRITE
                DISPLAY 'PERMISSAO GRAVADA'
                IF FUNCAO-PERMITIDA
                    PERFORM 2660-AVISAR-CONFLITO
                END-IF
            END-IF.

       2650-EXCLUIR-PERMISSAO.
                        'PADRAO'
            END-DELETE.

      *----------------------------------------------------------------
      * AVISO DE SEGREGACAO DE FUNCOES - A CONCESSAO FICA GRAVADA, MAS
      * SE O SUJEITO JA DETEM A OUTRA FUNCAO DE ALGUM PAR DE SODREGRA
      * O ADMINISTRADOR E AVISADO NA HORA (O SODREL COBRA NO MES).
      *----------------------------------------------------------------
       2660-AVISAR-CONFLITO.
            MOVE ZEROS TO WRK-QTD-CONFLITOS.
            MOVE 'N' TO WRK-EOF-SOD.
            MOVE LOW-VALUES TO SOD-CHAVE.
            START REGRAS-SOD KEY IS NOT LESS THAN SOD-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-SOD
            END-START.
            IF NOT FIM-REGRAS-SOD
                PERFORM 2661-LER-REGRA
                PERFORM 2662-CONFERIR-REGRA UNTIL FIM-REGRAS-SOD
            END-IF.
            IF WRK-QTD-CONFLITOS > ZEROS
                DISPLAY 'ATENCAO - ' WRK-QTD-CONFLITOS
                    ' CONFLITO(S) DE SEGREGACAO DE FUNCOES PARA '
                    WRK-SUJEITO
            END-IF.

       2661-LER-REGRA.
            READ REGRAS-SOD NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-SOD
            END-READ.

       2662-CONFERIR-REGRA.
            MOVE SPACES TO WRK-FUNCAO-PAR.
            IF SOD-FUNCAO-A = WRK-FUNCAO
                MOVE SOD-FUNCAO-B TO WRK-FUNCAO-PAR
            END-IF.
            IF SOD-FUNCAO-B = WRK-FUNCAO
                MOVE SOD-FUNCAO-A TO WRK-FUNCAO-PAR
            END-IF.
            IF WRK-FUNCAO-PAR NOT = SPACES
                PERFORM 2670-CONFERIR-DETENCAO
                IF DETEM-FUNCAO
                    ADD 1 TO WRK-QTD-CONFLITOS
                    DISPLAY 'CONFLITO: ' WRK-FUNCAO ' X '
                        WRK-FUNCAO-PAR ' RISCO ' SOD-RISCO ' - '
                        SOD-DESCRICAO
                END-IF
            END-IF.
            PERFORM 2661-LER-REGRA.

      *----------------------------------------------------------------
      * O SUJEITO DETEM A FUNCAO DO PAR PELA MESMA REGRA DO PERMCHK:
      * REGISTRO DO PROPRIO USUARIO, DEPOIS O DO GRUPO NIVEL-NN, E SEM
      * REGISTRO O PADRAO (NIVEL 01 PODE). O SUJEITO PODE SER O
      * PROPRIO GRUPO NIVEL-NN.
      *----------------------------------------------------------------
       2670-CONFERIR-DETENCAO.
            MOVE 'N' TO WRK-DETEM.
            MOVE 'N' TO WRK-DECIDIDO.
            MOVE ZEROS TO WRK-NIVEL-SUJ.
            IF WRK-SUJEITO (1:6) = 'NIVEL-'
                IF WRK-SUJEITO (7:2) IS NUMERIC
                    MOVE WRK-SUJEITO (7:2) TO WRK-NIVEL-SUJ
                END-IF
            ELSE
                MOVE WRK-SUJEITO TO USU-ID
                READ USUARIOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE USU-NIVEL TO WRK-NIVEL-SUJ
                END-READ
                MOVE WRK-SUJEITO TO PFN-SUJEITO
                PERFORM 2671-LER-MATRIZ
            END-IF.
            IF NOT JA-DECIDIDO AND WRK-NIVEL-SUJ NOT = ZEROS
                MOVE SPACES TO WRK-SUJEITO-NIVEL
                STRING 'NIVEL-' DELIMITED SIZE
                    WRK-NIVEL-SUJ DELIMITED SIZE
                    INTO WRK-SUJEITO-NIVEL
                END-STRING
                MOVE WRK-SUJEITO-NIVEL TO PFN-SUJEITO
                PERFORM 2671-LER-MATRIZ
            END-IF.
            IF NOT JA-DECIDIDO AND WRK-NIVEL-SUJ = 01
                MOVE 'S' TO WRK-DETEM
            END-IF.

       2671-LER-MATRIZ.
            MOVE WRK-FUNCAO-PAR TO PFN-FUNCAO.
            READ PERMISSOES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-DECIDIDO
                    IF FUNCAO-PERMITIDA
                        MOVE 'S' TO WRK-DETEM
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * REGRAS DE SEGREGACAO DE FUNCOES (SODREGRA) - PARES DE FUNCOES
      * INCOMPATIVEIS COM O NIVEL DE RISCO (A=ALTO M=MEDIO B=BAIXO).
      * O PAR E GRAVADO COM A MENOR FUNCAO PRIMEIRO, PARA QUE A X B E
      * B X A SEJAM A MESMA REGRA.
      *----------------------------------------------------------------
       2700-MENU-REGRAS.
            DISPLAY 'REGRAS DE CONFLITO DE FUNCOES'.
            DISPLAY 'L=LISTAR I=INCLUIR/ALTERAR E=EXCLUIR X=VOLTAR: '.
            ACCEPT WRK-OPCAO-SOD.
            EVALUATE WRK-OPCAO-SOD
                WHEN 'L'
                WHEN 'l'
                    PERFORM 2710-LISTAR-REGRAS
                WHEN 'I'
                WHEN 'i'
                    PERFORM 2720-INCLUIR-REGRA
                WHEN 'E'
                WHEN 'e'
                    PERFORM 2730-EXCLUIR-REGRA
                WHEN OTHER
                    IF NOT SOD-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

       2710-LISTAR-REGRAS.
            MOVE 'N' TO WRK-EOF-SOD.
            MOVE LOW-VALUES TO SOD-CHAVE.
            START REGRAS-SOD KEY IS NOT LESS THAN SOD-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-SOD
            END-START.
            IF NOT FIM-REGRAS-SOD
                PERFORM 2661-LER-REGRA
                PERFORM 2711-EXIBIR-REGRA UNTIL FIM-REGRAS-SOD
            ELSE
                DISPLAY 'NENHUMA REGRA DE CONFLITO CADASTRADA'
            END-IF.

       2711-EXIBIR-REGRA.
            DISPLAY SOD-FUNCAO-A ' X ' SOD-FUNCAO-B ' RISCO '
                SOD-RISCO ' ' SOD-DESCRICAO.
            PERFORM 2661-LER-REGRA.

       2720-INCLUIR-REGRA.
            DISPLAY 'FUNCAO 1 (ATE 8 POSICOES).. '.
            ACCEPT WRK-FUNCAO.
            DISPLAY 'FUNCAO 2 (ATE 8 POSICOES).. '.
            ACCEPT WRK-FUNCAO-PAR.
            DISPLAY 'RISCO (A=ALTO M=MEDIO B=BAIXO).. '.
            ACCEPT SOD-RISCO.
            DISPLAY 'DESCRICAO.. '.
            ACCEPT SOD-DESCRICAO.
            EVALUATE TRUE
                WHEN WRK-FUNCAO = SPACES OR WRK-FUNCAO-PAR = SPACES
                    DISPLAY 'INFORME AS DUAS FUNCOES - NADA GRAVADO'
                WHEN WRK-FUNCAO = WRK-FUNCAO-PAR
                    DISPLAY 'FUNCOES IGUAIS - NADA GRAVADO'
                WHEN NOT SOD-RISCO-VALIDO
                    DISPLAY 'RISCO INVALIDO - NADA GRAVADO'
                WHEN OTHER
                    PERFORM 2740-MONTAR-CHAVE-REGRA
                    REWRITE SOD-REGRA-REG
                        INVALID KEY
                            WRITE SOD-REGRA-REG
                    END-REWRITE
                    DISPLAY 'REGRA GRAVADA'
            END-EVALUATE.

       2730-EXCLUIR-REGRA.
            DISPLAY 'FUNCAO 1.. '.
            ACCEPT WRK-FUNCAO.
            DISPLAY 'FUNCAO 2.. '.
            ACCEPT WRK-FUNCAO-PAR.
            PERFORM 2740-MONTAR-CHAVE-REGRA.
            DELETE REGRAS-SOD
                INVALID KEY
                    DISPLAY 'REGRA NAO ENCONTRADA'
                NOT INVALID KEY
                    DISPLAY 'REGRA EXCLUIDA'
            END-DELETE.

       2740-MONTAR-CHAVE-REGRA.
            IF WRK-FUNCAO < WRK-FUNCAO-PAR
                MOVE WRK-FUNCAO TO SOD-FUNCAO-A
                MOVE WRK-FUNCAO-PAR TO SOD-FUNCAO-B
            ELSE
                MOVE WRK-FUNCAO-PAR TO SOD-FUNCAO-A
                MOVE WRK-FUNCAO TO SOD-FUNCAO-B
            END-IF.

       3000-FINALIZAR.
            CLOSE USUARIOS.
            CLOSE PERMISSOES.
            CLOSE REGRAS-SOD.

       END PROGRAM USUMANU.
