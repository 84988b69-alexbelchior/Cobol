      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE INDICES DE REAJUSTE (ARQUIVO
      *          INDICES) - INCLUSAO/ALTERACAO DA VARIACAO ACUMULADA EM
      *          12 MESES DO IGP-M OU DO IPCA PUBLICADA PARA UM MES, E
      *          CONSULTA, PARA O REAJUSTE ANUAL DOS CONTRATOS
      *          RECORRENTES (CTOREAJ).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDCMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES-REAJUSTE ASSIGN TO 'INDICES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDC-CHAVE
               FILE STATUS IS WRK-FS-INDICE.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICES-REAJUSTE
           LABEL RECORD IS STANDARD.
           COPY IDCREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-INDICE    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-INDICE       PIC X(01) VALUE SPACE.
       77 WRK-PERC-ED      PIC -ZZ9,99 VALUE ZEROS.
       01 WRK-ANO-MES-GRP.
           05 WRK-ANO-MES      PIC 9(06) VALUE ZEROS.
           05 WRK-ANO-MES-ED REDEFINES WRK-ANO-MES.
               10 WRK-ANO       PIC 9(04).
               10 WRK-MES       PIC 9(02).
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O INDICES-REAJUSTE.
            IF WRK-FS-INDICE = '35'
                CLOSE INDICES-REAJUSTE
                OPEN OUTPUT INDICES-REAJUSTE
                CLOSE INDICES-REAJUSTE
                OPEN I-O INDICES-REAJUSTE
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DE INDICES DE REAJUSTE'.
            DISPLAY '1 - INCLUIR/ALTERAR INDICE DO MES'.
            DISPLAY '2 - CONSULTAR INDICE DO MES'.
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
            PERFORM 2900-LER-CHAVE.
            MOVE WRK-INDICE  TO IDC-INDICE.
            MOVE WRK-ANO-MES TO IDC-ANO-MES.
            IF NOT IDC-INDICE-VALIDO
                OR WRK-MES = ZEROS OR WRK-MES > 12
                DISPLAY 'INDICE OU MES INVALIDO'
            ELSE
                DISPLAY 'VARIACAO ACUMULADA 12 MESES (PORCENTO, '
                    'EX: 4,25 OU -1,10).. '
                ACCEPT IDC-PERC-12M
                REWRITE INDICE-REG
                    INVALID KEY
                        WRITE INDICE-REG
                END-REWRITE
                DISPLAY 'INDICE GRAVADO'
            END-IF.

       2200-CONSULTAR.
            PERFORM 2900-LER-CHAVE.
            MOVE WRK-INDICE  TO IDC-INDICE.
            MOVE WRK-ANO-MES TO IDC-ANO-MES.
            READ INDICES-REAJUSTE
                INVALID KEY
                    DISPLAY 'INDICE NAO CADASTRADO PARA ESTE MES'
                NOT INVALID KEY
                    MOVE IDC-PERC-12M TO WRK-PERC-ED
                    DISPLAY 'VARIACAO 12 MESES: ' WRK-PERC-ED ' %'
            END-READ.

       2900-LER-CHAVE.
            DISPLAY 'INDICE (G=IGP-M I=IPCA).. '.
            ACCEPT WRK-INDICE.
            DISPLAY 'MES DE REFERENCIA (AAAAMM).. '.
            ACCEPT WRK-ANO-MES.

       3000-FINALIZAR.
            CLOSE INDICES-REAJUSTE.

       END PROGRAM IDCMANU.
