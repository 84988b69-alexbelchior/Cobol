      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DA TABELA DE FRETE CONTRATADA POR
      *          TRANSPORTADORA (ARQUIVO TABFRETE) - INCLUSAO/
      *          ALTERACAO E CONSULTA DE UMA LINHA (TRANSPORTADORA,
      *          UF DE DESTINO E SEQUENCIA) COM FAIXA DE CEP, FAIXAS
      *          DE PESO, KG EXCEDENTE, FRETE MINIMO, AD-VALOREM E
      *          PRAZO DE TRANSITO, E EXCLUSAO DA LINHA. A TABELA E
      *          COTADA PELA ROTINA COMUM FRETCALC NA MONTAGEM DE
      *          EMBARQUES (EMBMANU).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TFRMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-FRETE ASSIGN TO 'TABFRETE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFR-CHAVE
               FILE STATUS IS WRK-FS-TABFRETE.
           SELECT TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-FRETE
           LABEL RECORD IS STANDARD.
           COPY TFRREG.
       FD  TRANSPORTADORAS
           LABEL RECORD IS STANDARD.
           COPY TRAREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TABFRETE  PIC X(02) VALUE '00'.
       77 WRK-FS-TRANSP    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-TRANSP       PIC 9(04) VALUE ZEROS.
       77 WRK-UF           PIC X(02) VALUE SPACES.
       77 WRK-SEQUENCIA    PIC 9(02) VALUE ZEROS.
       77 WRK-SUB          PIC 9(01) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-OK     PIC X(01) VALUE 'N'.
           88 CHAVE-OK     VALUE 'S'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O TABELA-FRETE.
            IF WRK-FS-TABFRETE = '35'
                CLOSE TABELA-FRETE
                OPEN OUTPUT TABELA-FRETE
                CLOSE TABELA-FRETE
                OPEN I-O TABELA-FRETE
            END-IF.
            OPEN INPUT TRANSPORTADORAS.
            IF WRK-FS-TRANSP = '35'
                CLOSE TRANSPORTADORAS
                OPEN OUTPUT TRANSPORTADORAS
                CLOSE TRANSPORTADORAS
                OPEN INPUT TRANSPORTADORAS
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DA TABELA DE FRETE POR TRANSPORTADORA'.
            DISPLAY '1 - INCLUIR/ALTERAR LINHA'.
            DISPLAY '2 - CONSULTAR LINHA'.
            DISPLAY '3 - EXCLUIR LINHA'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR-ALTERAR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-EXCLUIR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

       2100-INCLUIR-ALTERAR.
            PERFORM 2900-LER-CHAVE.
            IF CHAVE-OK
                READ TABELA-FRETE
                    INVALID KEY
                        INITIALIZE TAB-FRETE-REG
                        MOVE WRK-TRANSP TO TFR-TRANSPORTADORA
                        MOVE WRK-UF TO TFR-UF
                        MOVE WRK-SEQUENCIA TO TFR-SEQUENCIA
                END-READ
                DISPLAY 'CEP INICIAL (ZEROS = UF INTEIRA).. '
                ACCEPT TFR-CEP-INICIO
                DISPLAY 'CEP FINAL (ZEROS = UF INTEIRA).. '
                ACCEPT TFR-CEP-FIM
                MOVE 1 TO WRK-SUB
                PERFORM 2150-PEDIR-FAIXA 5 TIMES
                DISPLAY 'VALOR POR KG EXCEDENTE.. '
                ACCEPT TFR-VALOR-KG-EXCED
                DISPLAY 'FRETE MINIMO.. '
                ACCEPT TFR-FRETE-MINIMO
                DISPLAY 'AD-VALOREM (PORCENTO DA MERCADORIA).. '
                ACCEPT TFR-ADVALOREM-PCT
                DISPLAY 'PRAZO DE TRANSITO (DIAS UTEIS).. '
                ACCEPT TFR-PRAZO-DIAS
                IF TFR-CEP-FIM < TFR-CEP-INICIO
                    DISPLAY 'FAIXA DE CEP INVALIDA - LINHA NAO GRAVADA'
                ELSE
                    REWRITE TAB-FRETE-REG
                        INVALID KEY
                            WRITE TAB-FRETE-REG
                    END-REWRITE
                    DISPLAY 'LINHA DA TABELA GRAVADA'
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * FAIXA COM PESO-ATE ZERADO FICA SEM USO - AS FAIXAS USADAS VEM
      * EM ORDEM CRESCENTE DE PESO.
      *----------------------------------------------------------------
       2150-PEDIR-FAIXA.
            DISPLAY 'FAIXA ' WRK-SUB ' - PESO ATE (KG, 0 = SEM USO).. '.
            ACCEPT TFR-PESO-ATE (WRK-SUB).
            IF TFR-PESO-ATE (WRK-SUB) = ZEROS
                MOVE ZEROS TO TFR-VALOR-FAIXA (WRK-SUB)
            ELSE
                DISPLAY 'FAIXA ' WRK-SUB ' - VALOR DO FRETE.. '
                ACCEPT TFR-VALOR-FAIXA (WRK-SUB)
            END-IF.
            IF WRK-SUB < 5
                ADD 1 TO WRK-SUB
            END-IF.

       2200-CONSULTAR.
            PERFORM 2900-LER-CHAVE.
            IF CHAVE-OK
                READ TABELA-FRETE
                    INVALID KEY
                        DISPLAY 'LINHA NAO CADASTRADA'
                    NOT INVALID KEY
                        PERFORM 2250-MOSTRAR-LINHA
                END-READ
            END-IF.

       2250-MOSTRAR-LINHA.
            DISPLAY 'CEP: ' TFR-CEP-INICIO ' A ' TFR-CEP-FIM.
            MOVE 1 TO WRK-SUB.
            PERFORM 2260-MOSTRAR-FAIXA 5 TIMES.
            DISPLAY 'KG EXCEDENTE: ' TFR-VALOR-KG-EXCED
                ' MINIMO: ' TFR-FRETE-MINIMO.
            DISPLAY 'AD-VALOREM: ' TFR-ADVALOREM-PCT
                ' PRAZO (DIAS UTEIS): ' TFR-PRAZO-DIAS.

       2260-MOSTRAR-FAIXA.
            IF TFR-PESO-ATE (WRK-SUB) > ZEROS
                DISPLAY 'ATE ' TFR-PESO-ATE (WRK-SUB) ' KG: '
                    TFR-VALOR-FAIXA (WRK-SUB)
            END-IF.
            IF WRK-SUB < 5
                ADD 1 TO WRK-SUB
            END-IF.

       2300-EXCLUIR.
            PERFORM 2900-LER-CHAVE.
            IF CHAVE-OK
                READ TABELA-FRETE
                    INVALID KEY
                        DISPLAY 'LINHA NAO CADASTRADA'
                    NOT INVALID KEY
                        PERFORM 2250-MOSTRAR-LINHA
                        DISPLAY 'CONFIRMA A EXCLUSAO (S/N).. '
                        ACCEPT WRK-CONFIRMA
                        IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                            DELETE TABELA-FRETE
                                INVALID KEY
                                    DISPLAY 'ERRO AO EXCLUIR A LINHA'
                                NOT INVALID KEY
                                    DISPLAY 'LINHA EXCLUIDA'
                            END-DELETE
                        END-IF
                END-READ
            END-IF.

       2900-LER-CHAVE.
            MOVE 'N' TO WRK-CHAVE-OK.
            DISPLAY 'CODIGO DA TRANSPORTADORA.. '.
            ACCEPT WRK-TRANSP.
            MOVE WRK-TRANSP TO TRA-CODIGO.
            READ TRANSPORTADORAS
                INVALID KEY
                    DISPLAY 'TRANSPORTADORA NAO CADASTRADA'
                NOT INVALID KEY
                    DISPLAY 'TRANSPORTADORA: ' TRA-NOME
                    DISPLAY 'UF DE DESTINO.. '
                    ACCEPT WRK-UF
                    DISPLAY 'SEQUENCIA DA LINHA (01-99).. '
                    ACCEPT WRK-SEQUENCIA
                    IF WRK-UF = SPACES OR WRK-SEQUENCIA = ZEROS
                        DISPLAY 'UF OU SEQUENCIA INVALIDA'
                    ELSE
                        MOVE 'S' TO WRK-CHAVE-OK
                        MOVE WRK-TRANSP TO TFR-TRANSPORTADORA
                        MOVE WRK-UF TO TFR-UF
                        MOVE WRK-SEQUENCIA TO TFR-SEQUENCIA
                    END-IF
            END-READ.

       3000-FINALIZAR.
            CLOSE TABELA-FRETE.
            CLOSE TRANSPORTADORAS.

       END PROGRAM TFRMANU.
