      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DAS REGRAS TRIBUTARIAS (ARQUIVO REGRATRB)
      *          - INCLUSAO/ALTERACAO, CONSULTA, EXCLUSAO E LISTAGEM
      *          DA ALIQUOTA, DA REDUCAO DE BASE E DA MVA DE UM
      *          IMPOSTO (ICMS, IPI, PIS, COFINS, ICMS-ST) PARA UMA UF
      *          DE ORIGEM, UMA UF DE DESTINO E UMA CLASSE FISCAL DE
      *          PRODUTO. UF '**' VALE PARA QUALQUER UF E CLASSE EM
      *          BRANCO PARA QUALQUER CLASSE. E DAQUI QUE A EMISSAO DA
      *          NOTA (PROGCOB05) TIRA CADA IMPOSTO DA LINHA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRBMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRAS-TRIBUTO ASSIGN TO 'REGRATRB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRB-CHAVE
               FILE STATUS IS WRK-FS-REGRA.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-TRIBUTO
           LABEL RECORD IS STANDARD.
           COPY TRBREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-REGRA     PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-EOF-REGRAS   PIC X(01) VALUE 'N'.
           88 FIM-REGRAS   VALUE 'S'.
       77 WRK-QTD-LISTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACE.
       01 WRK-CHAVE-REGRA.
           05 WRK-TIPO         PIC X(04) VALUE SPACES.
               88 TIPO-VALIDO  VALUE 'ICMS' 'IPI ' 'PIS ' 'COFI'
                                     'ST  '.
           05 WRK-UF-ORIGEM    PIC X(02) VALUE SPACES.
           05 WRK-UF-DESTINO   PIC X(02) VALUE SPACES.
           05 WRK-CLASSE       PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O REGRAS-TRIBUTO.
            IF WRK-FS-REGRA = '35'
                CLOSE REGRAS-TRIBUTO
                OPEN OUTPUT REGRAS-TRIBUTO
                CLOSE REGRAS-TRIBUTO
                OPEN I-O REGRAS-TRIBUTO
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DE REGRAS TRIBUTARIAS'.
            DISPLAY '1 - INCLUIR/ALTERAR REGRA'.
            DISPLAY '2 - CONSULTAR REGRA'.
            DISPLAY '3 - EXCLUIR REGRA'.
            DISPLAY '4 - LISTAR REGRAS DE UM IMPOSTO'.
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
                WHEN '4'
                    PERFORM 2400-LISTAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * A ALIQUOTA DO ICMS-ST E A INTERNA DA UF DE DESTINO; A MVA SO
      * TEM SENTIDO NA REGRA DE ST E E IGNORADA NOS DEMAIS IMPOSTOS.
      *----------------------------------------------------------------
       2100-INCLUIR-ALTERAR.
            PERFORM 2900-LER-CHAVE.
            IF NOT TIPO-VALIDO
                OR WRK-UF-ORIGEM = SPACES
                OR WRK-UF-DESTINO = SPACES
                DISPLAY 'IMPOSTO OU UF INVALIDA'
            ELSE
                MOVE WRK-CHAVE-REGRA TO TRB-CHAVE
                READ REGRAS-TRIBUTO
                    INVALID KEY
                        MOVE WRK-CHAVE-REGRA TO TRB-CHAVE
                        MOVE ZEROS TO TRB-REDUCAO-BASE
                        MOVE ZEROS TO TRB-MVA
                    NOT INVALID KEY
                        PERFORM 2950-EXIBIR-REGRA
                END-READ
                DISPLAY 'ALIQUOTA (PORCENTO).. '
                ACCEPT TRB-ALIQUOTA
                DISPLAY 'REDUCAO DA BASE (PORCENTO, 0 = SEM).. '
                ACCEPT TRB-REDUCAO-BASE
                IF TRB-ST
                    DISPLAY 'MVA DA SUBSTITUICAO (PORCENTO).. '
                    ACCEPT TRB-MVA
                ELSE
                    MOVE ZEROS TO TRB-MVA
                END-IF
                IF TRB-REDUCAO-BASE NOT < 100
                    DISPLAY 'REDUCAO DE 100% OU MAIS NAO E GRAVADA'
                ELSE
                    ACCEPT TRB-DATA-ALTERACAO FROM DATE YYYYMMDD
                    REWRITE REGRA-TRIBUTO-REG
                        INVALID KEY
                            WRITE REGRA-TRIBUTO-REG
                    END-REWRITE
                    DISPLAY 'REGRA GRAVADA'
                END-IF
            END-IF.

       2200-CONSULTAR.
            PERFORM 2900-LER-CHAVE.
            MOVE WRK-CHAVE-REGRA TO TRB-CHAVE.
            READ REGRAS-TRIBUTO
                INVALID KEY
                    DISPLAY 'REGRA NAO CADASTRADA - NA EMISSAO VALE A '
                        'REGRA MAIS GERAL (UF ** OU CLASSE EM BRANCO)'
                NOT INVALID KEY
                    PERFORM 2950-EXIBIR-REGRA
            END-READ.

       2300-EXCLUIR.
            PERFORM 2900-LER-CHAVE.
            MOVE WRK-CHAVE-REGRA TO TRB-CHAVE.
            READ REGRAS-TRIBUTO
                INVALID KEY
                    DISPLAY 'REGRA NAO CADASTRADA'
                NOT INVALID KEY
                    PERFORM 2950-EXIBIR-REGRA
                    DISPLAY 'CONFIRMA A EXCLUSAO (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR 's'
                        DELETE REGRAS-TRIBUTO
                            INVALID KEY
                                DISPLAY 'ERRO AO EXCLUIR REGRA'
                            NOT INVALID KEY
                                DISPLAY 'REGRA EXCLUIDA'
                        END-DELETE
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * A CHAVE COMECA PELO IMPOSTO - O START POSICIONA NA PRIMEIRA
      * REGRA DELE E A LEITURA PARA QUANDO O IMPOSTO MUDA.
      *----------------------------------------------------------------
       2400-LISTAR.
            DISPLAY 'IMPOSTO (ICMS/IPI/PIS/COFI/ST).. '.
            ACCEPT WRK-TIPO.
            MOVE ZEROS TO WRK-QTD-LISTADAS.
            MOVE 'N' TO WRK-EOF-REGRAS.
            MOVE WRK-TIPO TO TRB-TIPO.
            MOVE LOW-VALUES TO TRB-UF-ORIGEM.
            MOVE LOW-VALUES TO TRB-UF-DESTINO.
            MOVE LOW-VALUES TO TRB-CLASSE.
            START REGRAS-TRIBUTO KEY IS NOT LESS THAN TRB-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-REGRAS
            END-START.
            IF NOT FIM-REGRAS
                PERFORM 2410-LER-REGRA
                PERFORM 2420-LISTAR-REGRA UNTIL FIM-REGRAS
            END-IF.
            DISPLAY 'REGRAS LISTADAS: ' WRK-QTD-LISTADAS.

       2410-LER-REGRA.
            READ REGRAS-TRIBUTO NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-REGRAS
            END-READ.
            IF NOT FIM-REGRAS AND TRB-TIPO NOT = WRK-TIPO
                MOVE 'S' TO WRK-EOF-REGRAS
            END-IF.

       2420-LISTAR-REGRA.
            DISPLAY TRB-TIPO ' ' TRB-UF-ORIGEM '->' TRB-UF-DESTINO
                ' CLASSE ' TRB-CLASSE ' ALIQ ' TRB-ALIQUOTA
                ' RED ' TRB-REDUCAO-BASE ' MVA ' TRB-MVA.
            ADD 1 TO WRK-QTD-LISTADAS.
            PERFORM 2410-LER-REGRA.

       2900-LER-CHAVE.
            DISPLAY 'IMPOSTO (ICMS/IPI/PIS/COFI/ST).. '.
            ACCEPT WRK-TIPO.
            DISPLAY 'UF DE ORIGEM (** = QUALQUER).. '.
            ACCEPT WRK-UF-ORIGEM.
            DISPLAY 'UF DE DESTINO (** = QUALQUER).. '.
            ACCEPT WRK-UF-DESTINO.
            DISPLAY 'CLASSE FISCAL (BRANCO = QUALQUER).. '.
            ACCEPT WRK-CLASSE.

       2950-EXIBIR-REGRA.
            DISPLAY 'IMPOSTO.........: ' TRB-TIPO.
            DISPLAY 'ORIGEM/DESTINO..: ' TRB-UF-ORIGEM '/'
                TRB-UF-DESTINO.
            DISPLAY 'CLASSE FISCAL...: ' TRB-CLASSE.
            DISPLAY 'ALIQUOTA........: ' TRB-ALIQUOTA.
            DISPLAY 'REDUCAO DA BASE.: ' TRB-REDUCAO-BASE.
            DISPLAY 'MVA.............: ' TRB-MVA.
            DISPLAY 'ULTIMA ALTERACAO: ' TRB-DATA-ALTERACAO.

       3000-FINALIZAR.
            CLOSE REGRAS-TRIBUTO.

       END PROGRAM TRBMANU.
