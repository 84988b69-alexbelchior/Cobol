      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE PRAZO DE TRANSITO POR UF
      *          (ARQUIVO PRAZOUF) - INCLUSAO/ALTERACAO DOS DIAS UTEIS
      *          DE TRANSITO DE UMA UF DE DESTINO E CONSULTA, PARA A
      *          DATA PROMETIDA DE ENTREGA (ROTINA COMUM PRAZOENT).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUFMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRAZO-UF ASSIGN TO 'PRAZOUF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUF-UF
               FILE STATUS IS WRK-FS-PRAZOUF.
       DATA DIVISION.
       FILE SECTION.
       FD  PRAZO-UF
           LABEL RECORD IS STANDARD.
           COPY PUFREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRAZOUF   PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O PRAZO-UF.
            IF WRK-FS-PRAZOUF = '35'
                CLOSE PRAZO-UF
                OPEN OUTPUT PRAZO-UF
                CLOSE PRAZO-UF
                OPEN I-O PRAZO-UF
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DE PRAZO DE TRANSITO POR UF'.
            DISPLAY '1 - INCLUIR/ALTERAR PRAZO'.
            DISPLAY '2 - CONSULTAR PRAZO'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR-ALTERAR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

       2100-INCLUIR-ALTERAR.
            DISPLAY 'UF DE DESTINO.. '.
            ACCEPT WRK-UF.
            IF WRK-UF = SPACES
                DISPLAY 'UF INVALIDA'
            ELSE
                MOVE WRK-UF TO PUF-UF
                DISPLAY 'DIAS UTEIS DE TRANSITO.. '
                ACCEPT PUF-DIAS-TRANSITO
                REWRITE PRAZOUF-REG
                    INVALID KEY
                        WRITE PRAZOUF-REG
                END-REWRITE
                DISPLAY 'PRAZO GRAVADO'
            END-IF.

       2200-CONSULTAR.
            DISPLAY 'UF DE DESTINO.. '.
            ACCEPT WRK-UF.
            MOVE WRK-UF TO PUF-UF.
            READ PRAZO-UF
                INVALID KEY
                    DISPLAY 'UF SEM PRAZO CADASTRADO - VALE O '
                        'PARAMETRO DIASTRAN'
                NOT INVALID KEY
                    DISPLAY 'DIAS UTEIS DE TRANSITO: '
                        PUF-DIAS-TRANSITO
            END-READ.

       3000-FINALIZAR.
            CLOSE PRAZO-UF.

       END PROGRAM PUFMANU.
