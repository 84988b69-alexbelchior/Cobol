      * 02/09/2026 ABM  A reabertura passou a exigir a funcao
      *                 PERREABR da matriz de permissoes (rotina
      *                 comum PERMCHK), com negativa logada.
      * 15/10/2026 ABM  Periodo passou a ser por empresa/filial: pede a
      *                 empresa depois do usuario (00 = matriz e todas
      *                 as filiais ativas do mestre EMPRESAS, cada uma
      *                 fechada independente); empresa informada confere
      *                 na rotina EMPCHK. A reabertura exige a empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFECHA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCH-DATA
               FILE STATUS IS WRK-FS-FECHA.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
       FD  FECHAMENTO-DIA
           LABEL RECORD IS STANDARD.
           COPY FECHREG.
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERIODO   PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 FIM-FECHAMENTOS VALUE 'S'.
       77 WRK-DIA-DIVERGENTE PIC X(01) VALUE 'N'.
           88 TEM-DIA-DIVERGENTE VALUE 'S'.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-EOF-EMPRESA  PIC X(01) VALUE 'N'.
           88 FIM-EMPRESAS VALUE 'S'.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
           88 TODAS-EMPRESAS VALUE ZEROS.
       77 WRK-QTD-EMP      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-EMP      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * EMPRESAS A FECHAR NESTA EXECUCAO - A INFORMADA OU, COM 00,
      * A MATRIZ 01 E AS FILIAIS ATIVAS DO MESTRE EMPRESAS.
      *----------------------------------------------------------------
       01 WRK-EMPRESAS-LISTA.
           05 WRK-LST-EMPRESA  PIC 9(02) OCCURS 9 TIMES.
       01 WRK-DATA-MES-GRP.
           05 WRK-DATA-MES     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-MES-ED REDEFINES WRK-DATA-MES.
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY JOBLREG.
           COPY PCKREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            MOVE ZEROS TO WRK-IND-EMP.
            EVALUATE TRUE
                WHEN WRK-QTD-EMP = ZEROS
                    DISPLAY 'NENHUMA EMPRESA VALIDA - NADA FEITO'
                    MOVE 8 TO RETURN-CODE
                WHEN OPCAO-FECHAR
                    PERFORM 2000-FECHAR UNTIL WRK-IND-EMP >= WRK-QTD-EMP
                WHEN OPCAO-REABRIR
                    IF TODAS-EMPRESAS
                        DISPLAY 'REABERTURA EXIGE A EMPRESA - NADA '
                            'FEITO'
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM 3000-REABRIR
                    END-IF
                WHEN OPCAO-MES-ANTERIOR
                    PERFORM 2500-FECHAR-MES-ANTERIOR
                        UNTIL WRK-IND-EMP >= WRK-QTD-EMP
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA - NADA FEITO'
            END-EVALUATE.
            END-IF.
            DISPLAY 'USUARIO..... '.
            ACCEPT WRK-USUARIO.
            DISPLAY 'EMPRESA (00 = TODAS).. '.
            ACCEPT WRK-EMPRESA.
            PERFORM 1100-MONTAR-EMPRESAS.

      *----------------------------------------------------------------
      * CADA EMPRESA/FILIAL TEM O SEU PERIODO (PER-EMPRESA NA CHAVE) E
      * FECHA INDEPENDENTE DAS OUTRAS. EMPRESA INFORMADA PASSA PELA
      * ROTINA COMUM EMPCHK (CADASTRADA, ATIVA E LIBERADA AO USUARIO);
      * 00 PEGA A MATRIZ E TODAS AS FILIAIS ATIVAS.
      *----------------------------------------------------------------
       1100-MONTAR-EMPRESAS.
            MOVE ZEROS TO WRK-QTD-EMP.
            IF TODAS-EMPRESAS
                MOVE 1 TO WRK-QTD-EMP
                MOVE 01 TO WRK-LST-EMPRESA (1)
                MOVE 'N' TO WRK-EOF-EMPRESA
                OPEN INPUT EMPRESAS
                IF WRK-FS-EMPRESA = '00'
                    PERFORM 1110-LER-EMPRESA
                    PERFORM 1120-INCLUIR-EMPRESA UNTIL FIM-EMPRESAS
                    CLOSE EMPRESAS
                END-IF
            ELSE
                MOVE WRK-USUARIO TO EMK-USUARIO
                MOVE WRK-EMPRESA TO EMK-EMPRESA
                CALL 'EMPCHK' USING EMPCHK-AREA
                IF EMPRESA-OK
                    MOVE 1 TO WRK-QTD-EMP
                    MOVE EMK-EMPRESA TO WRK-EMPRESA
                    MOVE EMK-EMPRESA TO WRK-LST-EMPRESA (1)
                ELSE
                    DISPLAY 'EMPRESA ' WRK-EMPRESA ': ' EMK-MOTIVO
                END-IF
            END-IF.

       1110-LER-EMPRESA.
            READ EMPRESAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-EMPRESA
            END-READ.

       1120-INCLUIR-EMPRESA.
            IF EMPRESA-ATIVA AND EMC-CODIGO NOT = 01
                AND WRK-QTD-EMP < 9
                ADD 1 TO WRK-QTD-EMP
                MOVE EMC-CODIGO TO WRK-LST-EMPRESA (WRK-QTD-EMP)
            END-IF.
            PERFORM 1110-LER-EMPRESA.

       2000-FECHAR.
            ADD 1 TO WRK-IND-EMP.
            MOVE WRK-LST-EMPRESA (WRK-IND-EMP) TO PER-EMPRESA.
            MOVE WRK-ANO TO PER-ANO.
            MOVE WRK-MES TO PER-MES.
            READ PERIODOS
                INVALID KEY
                    MOVE WRK-LST-EMPRESA (WRK-IND-EMP) TO PER-EMPRESA
                    MOVE WRK-ANO TO PER-ANO
                    MOVE WRK-MES TO PER-MES
                    MOVE 'A' TO PER-STATUS
            END-READ.
            IF PERIODO-FECHADO
                DISPLAY 'PERIODO DA EMPRESA ' PER-EMPRESA
                    ' JA ESTA FECHADO DESDE '
                    PER-DATA-FECHAMENTO ' POR ' PER-FECHADO-POR
            ELSE
                PERFORM 2100-CONFERIR-BATIMENTO
                ELSE
                    MOVE 'N' TO WRK-CONFIRMA
                    DISPLAY 'CONFIRMA O FECHAMENTO DE ' WRK-MES '/'
                        WRK-ANO ' DA EMPRESA ' PER-EMPRESA ' (S/N).. '
                    ACCEPT WRK-CONFIRMA
                END-IF
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        INVALID KEY
                            WRITE PERIODO-REG
                    END-REWRITE
                    DISPLAY 'PERIODO DA EMPRESA ' PER-EMPRESA
                        ' FECHADO'
                ELSE
                    DISPLAY 'FECHAMENTO CANCELADO'
                END-IF
      * NAO E ERRO NO RERUN - SO AVISA E SEGUE.
      *----------------------------------------------------------------
       2500-FECHAR-MES-ANTERIOR.
            ADD 1 TO WRK-IND-EMP.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-HOJE-ANO TO WRK-ANO.
            MOVE WRK-HOJE-MES TO WRK-MES.
            ELSE
                SUBTRACT 1 FROM WRK-MES
            END-IF.
            MOVE WRK-LST-EMPRESA (WRK-IND-EMP) TO PER-EMPRESA.
            MOVE WRK-ANO TO PER-ANO.
            MOVE WRK-MES TO PER-MES.
            READ PERIODOS
                INVALID KEY
                    MOVE WRK-LST-EMPRESA (WRK-IND-EMP) TO PER-EMPRESA
                    MOVE WRK-ANO TO PER-ANO
                    MOVE WRK-MES TO PER-MES
                    MOVE 'A' TO PER-STATUS
            END-READ.
            IF PERIODO-FECHADO
                DISPLAY 'PERIODO ' WRK-MES '/' WRK-ANO ' DA EMPRESA '
                    PER-EMPRESA ' JA ESTAVA FECHADO'
            ELSE
                PERFORM 2100-CONFERIR-BATIMENTO
                IF TEM-DIA-DIVERGENTE
                        INVALID KEY
                            WRITE PERIODO-REG
                    END-REWRITE
                    DISPLAY 'PERIODO ' WRK-MES '/' WRK-ANO
                        ' DA EMPRESA ' PER-EMPRESA ' FECHADO'
                END-IF
            END-IF.

            END-IF.

       3100-REABRIR-PERIODO.
            MOVE WRK-EMPRESA TO PER-EMPRESA.
            MOVE WRK-ANO TO PER-ANO.
            MOVE WRK-MES TO PER-MES.
            READ PERIODOS
                ELSE
                    MOVE 'N' TO WRK-CONFIRMA
                    DISPLAY 'CONFIRMA A REABERTURA DE ' WRK-MES '/'
                        WRK-ANO ' DA EMPRESA ' WRK-EMPRESA ' (S/N).. '
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                        MOVE 'A' TO PER-STATUS
