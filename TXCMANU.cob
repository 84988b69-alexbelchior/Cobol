      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE TAXAS DE CARTAO (ARQUIVO
      *          TAXACART) - INCLUSAO/ALTERACAO DA TAXA CONTRATADA
      *          (MDR) E DO PRAZO DE REPASSE DE UMA BANDEIRA NA
      *          MODALIDADE CREDITO OU DEBITO, E CONSULTA, PARA A
      *          CONCILIACAO DA ADQUIRENTE (ADQCONC).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXCMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXAS-CARTAO ASSIGN TO 'TAXACART'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXC-CHAVE
               FILE STATUS IS WRK-FS-TAXA.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXAS-CARTAO
           LABEL RECORD IS STANDARD.
           COPY TXCREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TAXA      PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-BANDEIRA     PIC X(02) VALUE SPACES.
       77 WRK-MODALIDADE   PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O TAXAS-CARTAO.
            IF WRK-FS-TAXA = '35'
                CLOSE TAXAS-CARTAO
                OPEN OUTPUT TAXAS-CARTAO
                CLOSE TAXAS-CARTAO
                OPEN I-O TAXAS-CARTAO
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DE TAXAS DE CARTAO'.
            DISPLAY '1 - INCLUIR/ALTERAR TAXA'.
            DISPLAY '2 - CONSULTAR TAXA'.
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
            MOVE WRK-BANDEIRA   TO TXC-BANDEIRA.
            MOVE WRK-MODALIDADE TO TXC-MODALIDADE.
            IF WRK-BANDEIRA = SPACES
                OR NOT TXC-MODALIDADE-VALIDA
                DISPLAY 'BANDEIRA OU MODALIDADE INVALIDA'
            ELSE
                DISPLAY 'TAXA CONTRATADA - MDR (PORCENTO).. '
                ACCEPT TXC-MDR
                DISPLAY 'PRAZO DE REPASSE (DIAS).. '
                ACCEPT TXC-PRAZO
                IF TXC-MDR = ZEROS
                    DISPLAY 'TAXA ZERADA NAO E GRAVADA'
                ELSE
                    REWRITE TAXACART-REG
                        INVALID KEY
                            WRITE TAXACART-REG
                    END-REWRITE
                    DISPLAY 'TAXA GRAVADA'
                END-IF
            END-IF.

       2200-CONSULTAR.
            PERFORM 2900-LER-CHAVE.
            MOVE WRK-BANDEIRA   TO TXC-BANDEIRA.
            MOVE WRK-MODALIDADE TO TXC-MODALIDADE.
            READ TAXAS-CARTAO
                INVALID KEY
                    DISPLAY 'TAXA NAO CADASTRADA PARA ESTA BANDEIRA'
                NOT INVALID KEY
                    DISPLAY 'MDR: ' TXC-MDR ' PRAZO (DIAS): '
                        TXC-PRAZO
            END-READ.

       2900-LER-CHAVE.
            DISPLAY 'BANDEIRA (EX: VI, MC, EL).. '.
            ACCEPT WRK-BANDEIRA.
            DISPLAY 'MODALIDADE (C=CREDITO B=DEBITO).. '.
            ACCEPT WRK-MODALIDADE.

       3000-FINALIZAR.
            CLOSE TAXAS-CARTAO.

       END PROGRAM TXCMANU.
