      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DA EMPRESA/FILIAL DO MOVIMENTO - CHAMADA
      *          PELOS PROGRAMAS QUE CRIAM OU FILTRAM DOCUMENTOS POR
      *          EMPRESA. CONFERE A EMPRESA NO MESTRE EMPRESAS (TEM QUE
      *          EXISTIR E ESTAR ATIVA) E, COM USUARIO INFORMADO, A
      *          FUNCAO EMPRESnn NA MATRIZ DE PERMISSOES (ROTINA COMUM
      *          PERMCHK). A MATRIZ (EMPRESA 01) TAMBEM E CONFERIDA
      *          (FUNCAO EMPRES01), MAS SO PARA QUEM JA TEM ALGUMA
      *          FUNCAO EMPRESnn NA MATRIZ DE PERMISSOES (NO USUARIO OU
      *          NO GRUPO NIVEL-NN) - QUEM NAO TEM NENHUMA CONTINUA
      *          TRABALHANDO NA MATRIZ, COMO SEMPRE TRABALHOU, E
      *          NINGUEM FICA TRANCADO FORA NO DIA DA VIRADA. A MATRIZ
      *          VALE MESMO ANTES DE SER CADASTRADA EM EMPRESAS.
      *          EMPRESA ZERO E TRATADA COMO 01.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Matriz 01 conferida pela funcao EMPRES01 para
      *                 quem tem alguma funcao EMPRESnn concedida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT PERMISSOES ASSIGN TO 'PERMISSA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFN-CHAVE
               FILE STATUS IS WRK-FS-PERM.
           SELECT USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WRK-FS-USUARIO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       FD  PERMISSOES
           LABEL RECORD IS STANDARD.
           COPY PFNREG.
       FD  USUARIOS
           LABEL RECORD IS STANDARD.
           COPY USUAREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-FS-PERM      PIC X(02) VALUE '00'.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-TEM-EMPRES   PIC X(01) VALUE 'N'.
           88 TEM-FUNCAO-EMPRESA VALUE 'S'.
       77 WRK-FIM-PERM     PIC X(01) VALUE 'N'.
           88 FIM-PERM     VALUE 'S'.
       77 WRK-NIVEL        PIC 9(02) VALUE ZEROS.
       77 WRK-SUJEITO      PIC X(20) VALUE SPACES.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 EMPRESA-ACHADA VALUE 'S'.
       01 WRK-FUNCAO-EMPRESA.
           05 FILLER           PIC X(06) VALUE 'EMPRES'.
           05 WRK-FUNCAO-COD   PIC 9(02) VALUE ZEROS.
           COPY PCKREG.
       LINKAGE SECTION.
           COPY EMKREG.
       PROCEDURE DIVISION USING EMPCHK-AREA.
       0000-PRINCIPAL SECTION.
            IF EMK-EMPRESA = ZEROS
                MOVE 01 TO EMK-EMPRESA
            END-IF.
            MOVE 'P' TO EMK-RESULTADO.
            MOVE SPACES TO EMK-MOTIVO.
            MOVE SPACES TO EMK-RAZAO-SOCIAL.
            MOVE SPACES TO EMK-UF.
            PERFORM 1000-LER-EMPRESA.
            IF EMPRESA-OK
                AND EMK-USUARIO NOT = SPACES
                IF EMK-EMPRESA = 01
                    PERFORM 2100-PROCURAR-CONCESSAO
                    IF TEM-FUNCAO-EMPRESA
                        PERFORM 2000-CONFERIR-PERMISSAO
                    END-IF
                ELSE
                    PERFORM 2000-CONFERIR-PERMISSAO
                END-IF
            END-IF.
            GOBACK.

       1000-LER-EMPRESA.
            MOVE 'N' TO WRK-ACHOU.
            OPEN INPUT EMPRESAS.
            IF WRK-FS-EMPRESA = '00'
                MOVE EMK-EMPRESA TO EMC-CODIGO
                READ EMPRESAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WRK-ACHOU
                END-READ
                CLOSE EMPRESAS
            END-IF.
            IF EMPRESA-ACHADA
                MOVE EMC-RAZAO-SOCIAL TO EMK-RAZAO-SOCIAL
                MOVE EMC-UF TO EMK-UF
                IF EMPRESA-INATIVA
                    MOVE 'N' TO EMK-RESULTADO
                    MOVE 'EMPRESA INATIVA' TO EMK-MOTIVO
                END-IF
            ELSE
                IF EMK-EMPRESA NOT = 01
                    MOVE 'N' TO EMK-RESULTADO
                    MOVE 'EMPRESA NAO CADASTRADA' TO EMK-MOTIVO
                END-IF
            END-IF.

       2000-CONFERIR-PERMISSAO.
            MOVE EMK-EMPRESA TO WRK-FUNCAO-COD.
            MOVE EMK-USUARIO TO PCK-USUARIO.
            MOVE WRK-FUNCAO-EMPRESA TO PCK-FUNCAO.
            CALL 'PERMCHK' USING PERMCHK-AREA.
            IF PERM-NEGADO
                MOVE 'N' TO EMK-RESULTADO
                MOVE 'USUARIO SEM ACESSO A EMPRESA' TO EMK-MOTIVO
            END-IF.

      *----------------------------------------------------------------
      * PROCURA NA MATRIZ DE PERMISSOES ALGUMA FUNCAO EMPRESnn
      * CONCEDIDA AO USUARIO OU AO SEU GRUPO NIVEL-NN. SO QUEM TEM
      * ALGUMA PASSA A DEPENDER DA EMPRES01 PARA TRABALHAR NA MATRIZ.
      *----------------------------------------------------------------
       2100-PROCURAR-CONCESSAO.
            MOVE 'N' TO WRK-TEM-EMPRES.
            MOVE ZEROS TO WRK-NIVEL.
            OPEN INPUT USUARIOS.
            IF WRK-FS-USUARIO = '00'
                MOVE EMK-USUARIO TO USU-ID
                READ USUARIOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE USU-NIVEL TO WRK-NIVEL
                END-READ
                CLOSE USUARIOS
            END-IF.
            OPEN INPUT PERMISSOES.
            IF WRK-FS-PERM = '00'
                MOVE EMK-USUARIO TO WRK-SUJEITO
                PERFORM 2110-VARRER-SUJEITO
                IF NOT TEM-FUNCAO-EMPRESA
                    AND WRK-NIVEL NOT = ZEROS
                    MOVE SPACES TO WRK-SUJEITO
                    STRING 'NIVEL-' DELIMITED SIZE
                        WRK-NIVEL DELIMITED SIZE
                        INTO WRK-SUJEITO
                    END-STRING
                    PERFORM 2110-VARRER-SUJEITO
                END-IF
                CLOSE PERMISSOES
            END-IF.

       2110-VARRER-SUJEITO.
            MOVE 'N' TO WRK-FIM-PERM.
            MOVE WRK-SUJEITO TO PFN-SUJEITO.
            MOVE 'EMPRES00' TO PFN-FUNCAO.
            START PERMISSOES KEY IS NOT LESS THAN PFN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-FIM-PERM
            END-START.
            PERFORM 2120-LER-CONCESSAO
                UNTIL FIM-PERM OR TEM-FUNCAO-EMPRESA.

       2120-LER-CONCESSAO.
            READ PERMISSOES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-FIM-PERM
            END-READ.
            IF NOT FIM-PERM
                IF PFN-SUJEITO NOT = WRK-SUJEITO
                    OR PFN-FUNCAO(1:6) NOT = 'EMPRES'
                    MOVE 'S' TO WRK-FIM-PERM
                ELSE
                    IF FUNCAO-PERMITIDA
                        MOVE 'S' TO WRK-TEM-EMPRES
                    END-IF
                END-IF
            END-IF.

       END PROGRAM EMPCHK.
